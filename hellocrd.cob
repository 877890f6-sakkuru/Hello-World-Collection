      * HELLOCRD - month-end SLA service-credit calculation and
      * finance interface for the HELLO_WORLD cycle-start step. For
      * the month in HELLO.SLAPRM, judges every HELLO.AUDIT row --
      * and every HELLO.AUDARCH row, in case the HELLOHKP purge has
      * already rolled part of the month off -- against the site and
      * shift's HELLO.SLATGT cut-off and allowed failures, exactly as
      * HELLOSLA does, then prices the late starts and the failures
      * over the allowance with the site's terms on HELLO.CRRATE,
      * caps the result at the site's monthly cap, and prints a
      * credit statement per site. The same figures go to finance as
      * the fixed-format HELLO.CRFEED interface file (header, one
      * detail per site, trailer with control totals), and the month
      * is logged on HELLO.CRPOST. A month already on that log, or
      * one that has not ended yet, is reprinted but never sent to
      * finance again. Replaces the credits finance worked out by
      * hand from the HELLOSLA printout.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      *   2026-10-15  A target site/shift with no credit terms is a
      *                warning only: the month is still sent to
      *                finance and logged, without a credit for it.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOCRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-SLA-PARM-FILE ASSIGN TO "HELLOSLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HELLO-CREDIT-RATE-FILE ASSIGN TO "HELLOCRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT HELLO-SLA-TARGET-FILE ASSIGN TO "HELLOSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT OPTIONAL HELLO-AUDIT-FILE ASSIGN TO "HELLOAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL HELLO-AUDIT-ARCH-FILE ASSIGN TO "HELLOAUA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARCH-STATUS.
           SELECT OPTIONAL HELLO-CREDIT-POST-FILE ASSIGN TO "HELLOCRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
           SELECT HELLO-CRF-FILE ASSIGN TO "HELLOCRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRF-STATUS.
           SELECT HELLO-CRO-FILE ASSIGN TO "HELLOCRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-SLA-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSLP.
       FD  HELLO-CREDIT-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCRR.
       FD  HELLO-SLA-TARGET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSLT.
       FD  HELLO-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOAUD.
       FD  HELLO-AUDIT-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOAUA.
       FD  HELLO-CREDIT-POST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCRP.
       FD  HELLO-CRF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCRF.
       FD  HELLO-CRO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCRO.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-RATE-STATUS              PIC XX              VALUE '00'.
       01  WS-TARGET-STATUS            PIC XX              VALUE '00'.
       01  WS-AUDIT-STATUS             PIC XX              VALUE '00'.
       01  WS-AUD-ARCH-STATUS          PIC XX              VALUE '00'.
       01  WS-POST-STATUS              PIC XX              VALUE '00'.
       01  WS-CRF-STATUS               PIC XX              VALUE '00'.
       01  WS-CRO-STATUS               PIC XX              VALUE '00'.
       01  WS-RATE-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-RATE-EOF                                 VALUE 'Y'.
       01  WS-TARGET-EOF-SWITCH        PIC X               VALUE 'N'.
           88  WS-TARGET-EOF                               VALUE 'Y'.
       01  WS-AUDIT-EOF-SWITCH         PIC X               VALUE 'N'.
           88  WS-AUDIT-EOF                                VALUE 'Y'.
       01  WS-AUD-ARCH-EOF-SWITCH      PIC X               VALUE 'N'.
           88  WS-AUD-ARCH-EOF                             VALUE 'Y'.
       01  WS-POST-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-POST-EOF                                 VALUE 'Y'.
       01  WS-POSTED-SWITCH            PIC X               VALUE 'N'.
           88  WS-ALREADY-POSTED                           VALUE 'Y'.
       01  WS-MONTH-OPEN-SWITCH        PIC X               VALUE 'N'.
           88  WS-MONTH-NOT-ENDED                          VALUE 'Y'.
       01  WS-FEED-OK-SWITCH           PIC X               VALUE 'N'.
           88  WS-FEED-WRITTEN                             VALUE 'Y'.
       01  WS-REPORT-MONTH             PIC X(6)    VALUE SPACES.
       01  WS-CURRENT-TIMESTAMP        PIC X(21)   VALUE SPACES.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-POSTED-TIMESTAMP         PIC X(21)   VALUE SPACES.
       01  WS-POSTED-USER-ID           PIC X(8)    VALUE SPACES.
       01  WS-RATE-COUNT               PIC 9(3)            VALUE 0.
       01  HELLO-CREDIT-RATE-TABLE.
           05  RT-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-RATE-COUNT.
               10  RT-SITE-CODE        PIC X(4).
               10  RT-LATE-CREDIT      PIC 9(5)V99.
               10  RT-FAIL-CREDIT      PIC 9(5)V99.
               10  RT-MONTHLY-CAP      PIC 9(7)V99.
               10  RT-CURRENCY         PIC X(3).
               10  RT-LATE-COUNT       PIC 9(5).
               10  RT-FAIL-OVER-COUNT  PIC 9(5).
               10  RT-GROSS-CREDIT     PIC 9(9)V99.
               10  RT-CREDIT-AMOUNT    PIC 9(9)V99.
               10  RT-CAP-APPLIED      PIC X(1).
       01  WS-RT-IDX                   PIC 9(3)            VALUE 0.
       01  WS-TGT-COUNT                PIC 9(3)            VALUE 0.
       01  HELLO-CREDIT-TARGET-TABLE.
           05  SL-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-TGT-COUNT
                   INDEXED BY SL-IDX.
               10  SL-SITE-CODE        PIC X(4).
               10  SL-SHIFT-CODE       PIC X(1).
               10  SL-CUTOFF-TIME      PIC X(6).
               10  SL-ALLOWED-FAILURES PIC 9(3).
               10  SL-RATE-IDX         PIC 9(3).
               10  SL-RUN-COUNT        PIC 9(5).
               10  SL-ONTIME-COUNT     PIC 9(5).
               10  SL-FAILED-COUNT     PIC 9(5).
               10  SL-LATE-COUNT       PIC 9(5).
               10  SL-FAIL-OVER-COUNT  PIC 9(5).
      * Decoded view of one live or archived HELLO.AUDIT row --
      * keep in step with the HELLOAUD copybook.
       01  WS-AUDIT-ROW.
           05  AR-TIMESTAMP            PIC X(21).
           05  AR-JOB-NAME             PIC X(8).
           05  AR-USER-ID              PIC X(8).
           05  AR-SITE-CODE            PIC X(4).
           05  AR-RUN-DATE             PIC X(8).
           05  AR-SHIFT-CODE           PIC X(1).
           05  AR-RETURN-CODE          PIC 9(4).
           05  AR-END-TIMESTAMP        PIC X(21).
           05  AR-ELAPSED-SECONDS      PIC 9(6).
           05  AR-LOCAL-START-TIME     PIC X(6).
           05  AR-SNAPSHOT-ID          PIC X(14).
       01  WS-LIVE-ROWS                PIC 9(7)            VALUE 0.
       01  WS-ARCH-ROWS                PIC 9(7)            VALUE 0.
       01  WS-MATCHED-ROWS             PIC 9(7)            VALUE 0.
       01  WS-UNMATCHED-COUNT          PIC 9(5)            VALUE 0.
       01  WS-NO-TERMS-COUNT           PIC 9(3)            VALUE 0.
       01  WS-JUDGED-START-TIME        PIC X(6)    VALUE SPACES.
       01  WS-DETAIL-COUNT             PIC 9(7)            VALUE 0.
       01  WS-LATE-TOTAL               PIC 9(7)            VALUE 0.
       01  WS-FAIL-OVER-TOTAL          PIC 9(7)            VALUE 0.
       01  WS-CREDIT-TOTAL             PIC 9(11)V99        VALUE 0.
       01  WS-LINE-AMOUNT              PIC 9(9)V99         VALUE 0.
       01  WS-CRO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-ALLOWED-EDIT             PIC ZZ9.
       01  WS-RATE-EDIT                PIC ZZ,ZZ9.99.
       01  WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ROWS-EDIT                PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           PERFORM READ-SLA-PARMS
           IF RETURN-CODE = 0
               PERFORM LOAD-RATE-TABLE
           END-IF
           IF RETURN-CODE = 0
               PERFORM LOAD-TARGET-TABLE
           END-IF
           IF RETURN-CODE = 0
               PERFORM CHECK-POSTING-LOG
               PERFORM TALLY-LIVE-AUDIT
               PERFORM TALLY-ARCHIVED-AUDIT
               PERFORM PRICE-SITE-CREDITS
               IF WS-MATCHED-ROWS = 0
                   DISPLAY 'HELLOCRD: *** ERROR *** no audit rows '
                       'for month ' WS-REPORT-MONTH ' on HELLO.AUDIT '
                       'or HELLO.AUDARCH -- nothing to post'
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF RETURN-CODE < 16
                   AND NOT WS-ALREADY-POSTED
                   AND NOT WS-MONTH-NOT-ENDED
                   PERFORM WRITE-FINANCE-FILE
                   IF WS-FEED-WRITTEN
                       PERFORM WRITE-POSTING-LOG-ROW
                   END-IF
               END-IF
               PERFORM WRITE-CREDIT-STATEMENT
           END-IF
           STOP RUN.

       READ-SLA-PARMS.
           OPEN INPUT HELLO-SLA-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'HELLOCRD: *** ERROR *** unable to open '
                   'HELLO.SLAPRM, status=' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ HELLO-SLA-PARM-FILE
               IF WS-PARM-STATUS NOT = '00'
                   DISPLAY 'HELLOCRD: *** ERROR *** unable to read '
                       'HELLO.SLAPRM, status=' WS-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SP-REPORT-MONTH TO WS-REPORT-MONTH
                   IF WS-REPORT-MONTH IS NOT NUMERIC
                       DISPLAY 'HELLOCRD: *** ERROR *** report month '
                           WS-REPORT-MONTH ' is not YYYYMM'
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-REPORT-MONTH
                               NOT < WS-CURRENT-TIMESTAMP(1:6)
                           SET WS-MONTH-NOT-ENDED TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE HELLO-SLA-PARM-FILE
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT HELLO-CREDIT-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'HELLOCRD: *** ERROR *** unable to open '
                   'HELLO.CRRATE, status=' WS-RATE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-RATE-EOF
                   READ HELLO-CREDIT-RATE-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
                       NOT AT END
                           PERFORM ADD-RATE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HELLO-CREDIT-RATE-FILE
           END-IF
           IF RETURN-CODE = 0 AND WS-RATE-COUNT = 0
               DISPLAY 'HELLOCRD: *** ERROR *** HELLO.CRRATE is '
                   'empty -- no credit terms to apply'
               MOVE 16 TO RETURN-CODE
           END-IF.

       ADD-RATE-ENTRY.
           IF CR-LATE-CREDIT IS NOT NUMERIC
               OR CR-FAIL-CREDIT IS NOT NUMERIC
               OR CR-MONTHLY-CAP IS NOT NUMERIC
               DISPLAY 'HELLOCRD: *** ERROR *** HELLO.CRRATE terms '
                   'for site ' CR-SITE-CODE ' are not numeric'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RATE-COUNT >= 200
                   DISPLAY 'HELLOCRD: *** ERROR *** HELLO.CRRATE has '
                       'more than 200 entries -- extra rows ignored'
                   SET WS-RATE-EOF TO TRUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE CR-SITE-CODE   TO RT-SITE-CODE(WS-RATE-COUNT)
                   MOVE CR-LATE-CREDIT TO RT-LATE-CREDIT(WS-RATE-COUNT)
                   MOVE CR-FAIL-CREDIT TO RT-FAIL-CREDIT(WS-RATE-COUNT)
                   MOVE CR-MONTHLY-CAP TO RT-MONTHLY-CAP(WS-RATE-COUNT)
                   MOVE CR-CURRENCY    TO RT-CURRENCY(WS-RATE-COUNT)
                   MOVE 0 TO RT-LATE-COUNT(WS-RATE-COUNT)
                   MOVE 0 TO RT-FAIL-OVER-COUNT(WS-RATE-COUNT)
                   MOVE 0 TO RT-GROSS-CREDIT(WS-RATE-COUNT)
                   MOVE 0 TO RT-CREDIT-AMOUNT(WS-RATE-COUNT)
                   MOVE 'N' TO RT-CAP-APPLIED(WS-RATE-COUNT)
               END-IF
           END-IF.

       LOAD-TARGET-TABLE.
           OPEN INPUT HELLO-SLA-TARGET-FILE
           IF WS-TARGET-STATUS NOT = '00'
               DISPLAY 'HELLOCRD: *** ERROR *** unable to open '
                   'HELLO.SLATGT, status=' WS-TARGET-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-TARGET-EOF
                   READ HELLO-SLA-TARGET-FILE
                       AT END
                           SET WS-TARGET-EOF TO TRUE
                       NOT AT END
                           IF WS-TGT-COUNT >= 200
                               DISPLAY 'HELLOCRD: *** ERROR *** '
                                   'HELLO.SLATGT has more than 200 '
                                   'entries -- extra rows ignored'
                               SET WS-TARGET-EOF TO TRUE
                               MOVE 16 TO RETURN-CODE
                           ELSE
                               PERFORM ADD-TARGET-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELLO-SLA-TARGET-FILE
           END-IF
           IF RETURN-CODE = 0 AND WS-TGT-COUNT = 0
               DISPLAY 'HELLOCRD: *** ERROR *** HELLO.SLATGT is '
                   'empty -- nothing to judge'
               MOVE 16 TO RETURN-CODE
           END-IF.

       ADD-TARGET-ENTRY.
           ADD 1 TO WS-TGT-COUNT
           MOVE ST-SITE-CODE      TO SL-SITE-CODE(WS-TGT-COUNT)
           MOVE ST-SHIFT-CODE     TO SL-SHIFT-CODE(WS-TGT-COUNT)
           MOVE ST-CUTOFF-TIME    TO SL-CUTOFF-TIME(WS-TGT-COUNT)
           MOVE ST-ALLOWED-FAILURES
               TO SL-ALLOWED-FAILURES(WS-TGT-COUNT)
           MOVE 0 TO SL-RUN-COUNT(WS-TGT-COUNT)
           MOVE 0 TO SL-ONTIME-COUNT(WS-TGT-COUNT)
           MOVE 0 TO SL-FAILED-COUNT(WS-TGT-COUNT)
           MOVE 0 TO SL-LATE-COUNT(WS-TGT-COUNT)
           MOVE 0 TO SL-FAIL-OVER-COUNT(WS-TGT-COUNT)
           MOVE 0 TO SL-RATE-IDX(WS-TGT-COUNT)
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
               IF RT-SITE-CODE(WS-RT-IDX) = ST-SITE-CODE
                   MOVE WS-RT-IDX TO SL-RATE-IDX(WS-TGT-COUNT)
               END-IF
           END-PERFORM
           IF SL-RATE-IDX(WS-TGT-COUNT) = 0
               ADD 1 TO WS-NO-TERMS-COUNT
           END-IF.

      *    The rerun guard: a month already on HELLO.CRPOST has been
      *    sent to finance and is only reprinted.
       CHECK-POSTING-LOG.
           OPEN INPUT HELLO-CREDIT-POST-FILE
           IF WS-POST-STATUS = '00'
               PERFORM UNTIL WS-POST-EOF
                   READ HELLO-CREDIT-POST-FILE
                       AT END
                           SET WS-POST-EOF TO TRUE
                       NOT AT END
                           IF PL-CREDIT-MONTH = WS-REPORT-MONTH
                               SET WS-ALREADY-POSTED TO TRUE
                               MOVE PL-TIMESTAMP
                                   TO WS-POSTED-TIMESTAMP
                               MOVE PL-USER-ID TO WS-POSTED-USER-ID
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-CREDIT-POST-FILE
           IF WS-ALREADY-POSTED
               DISPLAY 'HELLOCRD: month ' WS-REPORT-MONTH
                   ' was posted to finance on '
                   WS-POSTED-TIMESTAMP(1:14) ' by ' WS-POSTED-USER-ID
                   ' -- statement reprinted, HELLO.CRFEED not written'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-MONTH-NOT-ENDED
               DISPLAY 'HELLOCRD: month ' WS-REPORT-MONTH
                   ' has not ended -- provisional statement only, '
                   'HELLO.CRFEED not written'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       TALLY-LIVE-AUDIT.
           OPEN INPUT HELLO-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'HELLOCRD: HELLO.AUDIT not found or empty, '
                   'status=' WS-AUDIT-STATUS
           ELSE
               PERFORM UNTIL WS-AUDIT-EOF
                   READ HELLO-AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-AUDIT-RECORD TO WS-AUDIT-ROW
                           IF AR-RUN-DATE(1:6) = WS-REPORT-MONTH
                               ADD 1 TO WS-LIVE-ROWS
                               PERFORM TALLY-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-AUDIT-FILE.

       TALLY-ARCHIVED-AUDIT.
           OPEN INPUT HELLO-AUDIT-ARCH-FILE
           IF WS-AUD-ARCH-STATUS NOT = '00'
               DISPLAY 'HELLOCRD: HELLO.AUDARCH not found or empty, '
                   'status=' WS-AUD-ARCH-STATUS
           ELSE
               PERFORM UNTIL WS-AUD-ARCH-EOF
                   READ HELLO-AUDIT-ARCH-FILE
                       AT END
                           SET WS-AUD-ARCH-EOF TO TRUE
                       NOT AT END
                           MOVE HELLO-AUDIT-ARCH-RECORD
                               TO WS-AUDIT-ROW
                           IF AR-RUN-DATE(1:6) = WS-REPORT-MONTH
                               ADD 1 TO WS-ARCH-ROWS
                               PERFORM TALLY-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-AUDIT-ARCH-FILE.

       TALLY-ONE-ROW.
           SET SL-IDX TO 1
           SEARCH SL-ENTRY
               AT END
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN SL-SITE-CODE(SL-IDX) = AR-SITE-CODE
                       AND SL-SHIFT-CODE(SL-IDX) = AR-SHIFT-CODE
                   PERFORM TALLY-MATCHED-ROW
           END-SEARCH.

      *    Judged as HELLOSLA judges it, so the credits tie back to
      *    the month's SLA report.
       TALLY-MATCHED-ROW.
           ADD 1 TO WS-MATCHED-ROWS
           ADD 1 TO SL-RUN-COUNT(SL-IDX)
           IF AR-LOCAL-START-TIME = SPACES
               MOVE AR-TIMESTAMP(9:6) TO WS-JUDGED-START-TIME
           ELSE
               MOVE AR-LOCAL-START-TIME TO WS-JUDGED-START-TIME
           END-IF
           IF WS-JUDGED-START-TIME <= SL-CUTOFF-TIME(SL-IDX)
               ADD 1 TO SL-ONTIME-COUNT(SL-IDX)
           END-IF
           IF AR-RETURN-CODE NOT = 0
               ADD 1 TO SL-FAILED-COUNT(SL-IDX)
           END-IF.

       PRICE-SITE-CREDITS.
           PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-TGT-COUNT
               COMPUTE SL-LATE-COUNT(SL-IDX) =
                   SL-RUN-COUNT(SL-IDX) - SL-ONTIME-COUNT(SL-IDX)
               IF SL-FAILED-COUNT(SL-IDX)
                       > SL-ALLOWED-FAILURES(SL-IDX)
                   COMPUTE SL-FAIL-OVER-COUNT(SL-IDX) =
                       SL-FAILED-COUNT(SL-IDX)
                           - SL-ALLOWED-FAILURES(SL-IDX)
               END-IF
               IF SL-RATE-IDX(SL-IDX) > 0
                   MOVE SL-RATE-IDX(SL-IDX) TO WS-RT-IDX
                   ADD SL-LATE-COUNT(SL-IDX)
                       TO RT-LATE-COUNT(WS-RT-IDX)
                   ADD SL-FAIL-OVER-COUNT(SL-IDX)
                       TO RT-FAIL-OVER-COUNT(WS-RT-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
               COMPUTE RT-GROSS-CREDIT(WS-RT-IDX) =
                   RT-LATE-COUNT(WS-RT-IDX) * RT-LATE-CREDIT(WS-RT-IDX)
                   + RT-FAIL-OVER-COUNT(WS-RT-IDX)
                       * RT-FAIL-CREDIT(WS-RT-IDX)
               IF RT-MONTHLY-CAP(WS-RT-IDX) > 0
                   AND RT-GROSS-CREDIT(WS-RT-IDX)
                       > RT-MONTHLY-CAP(WS-RT-IDX)
                   MOVE RT-MONTHLY-CAP(WS-RT-IDX)
                       TO RT-CREDIT-AMOUNT(WS-RT-IDX)
                   MOVE 'Y' TO RT-CAP-APPLIED(WS-RT-IDX)
               ELSE
                   MOVE RT-GROSS-CREDIT(WS-RT-IDX)
                       TO RT-CREDIT-AMOUNT(WS-RT-IDX)
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               ADD RT-LATE-COUNT(WS-RT-IDX) TO WS-LATE-TOTAL
               ADD RT-FAIL-OVER-COUNT(WS-RT-IDX) TO WS-FAIL-OVER-TOTAL
               ADD RT-CREDIT-AMOUNT(WS-RT-IDX) TO WS-CREDIT-TOTAL
           END-PERFORM
           IF WS-NO-TERMS-COUNT > 0
               DISPLAY 'HELLOCRD: *** WARNING *** ' WS-NO-TERMS-COUNT
                   ' HELLO.SLATGT site/shift(s) have no credit terms '
                   'on HELLO.CRRATE -- no credit calculated for them'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-FINANCE-FILE.
           OPEN OUTPUT HELLO-CRF-FILE
           IF WS-CRF-STATUS NOT = '00'
               DISPLAY 'HELLOCRD: *** ERROR *** unable to open '
                   'HELLO.CRFEED, status=' WS-CRF-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               SET WS-FEED-WRITTEN TO TRUE
               MOVE SPACES TO HELLO-CRF-HEADER-RECORD
               SET FH-HEADER TO TRUE
               MOVE 'HELLOCRD'          TO FH-INTERFACE-ID
               MOVE WS-REPORT-MONTH     TO FH-CREDIT-MONTH
               MOVE WS-CURRENT-TIMESTAMP(1:14)
                   TO FH-CREATED-TIMESTAMP
               MOVE WS-USER-ID          TO FH-CREATED-BY
               WRITE HELLO-CRF-HEADER-RECORD
               PERFORM CHECK-FEED-WRITE
               PERFORM WRITE-FEED-DETAIL
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
               MOVE SPACES TO HELLO-CRF-TRAILER-RECORD
               SET FT-TRAILER TO TRUE
               MOVE WS-REPORT-MONTH     TO FT-CREDIT-MONTH
               MOVE WS-DETAIL-COUNT     TO FT-DETAIL-COUNT
               MOVE WS-LATE-TOTAL       TO FT-LATE-TOTAL
               MOVE WS-FAIL-OVER-TOTAL  TO FT-FAIL-OVER-TOTAL
               MOVE WS-CREDIT-TOTAL     TO FT-CREDIT-TOTAL
               WRITE HELLO-CRF-TRAILER-RECORD
               PERFORM CHECK-FEED-WRITE
               CLOSE HELLO-CRF-FILE
           END-IF.

       WRITE-FEED-DETAIL.
           MOVE SPACES TO HELLO-CRF-DETAIL-RECORD
           SET FI-DETAIL TO TRUE
           MOVE RT-SITE-CODE(WS-RT-IDX)   TO FI-SITE-CODE
           MOVE WS-REPORT-MONTH           TO FI-CREDIT-MONTH
           MOVE RT-CURRENCY(WS-RT-IDX)    TO FI-CURRENCY
           MOVE RT-LATE-COUNT(WS-RT-IDX)  TO FI-LATE-COUNT
           MOVE RT-FAIL-OVER-COUNT(WS-RT-IDX) TO FI-FAIL-OVER-COUNT
           MOVE RT-GROSS-CREDIT(WS-RT-IDX) TO FI-GROSS-CREDIT
           MOVE RT-CREDIT-AMOUNT(WS-RT-IDX) TO FI-CREDIT-AMOUNT
           MOVE RT-CAP-APPLIED(WS-RT-IDX) TO FI-CAP-APPLIED
           WRITE HELLO-CRF-DETAIL-RECORD
           PERFORM CHECK-FEED-WRITE.

       CHECK-FEED-WRITE.
           IF WS-CRF-STATUS NOT = '00'
               DISPLAY 'HELLOCRD: *** ERROR *** unable to write '
                   'HELLO.CRFEED, status=' WS-CRF-STATUS
               MOVE 'N' TO WS-FEED-OK-SWITCH
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    Logged only once the whole feed is on file; a failure here
      *    leaves a feed finance can take but no guard against a
      *    second run, so it is flagged for a hand entry.
       WRITE-POSTING-LOG-ROW.
           MOVE WS-REPORT-MONTH      TO PL-CREDIT-MONTH
           MOVE WS-CURRENT-TIMESTAMP TO PL-TIMESTAMP
           MOVE WS-USER-ID           TO PL-USER-ID
           MOVE WS-DETAIL-COUNT      TO PL-DETAIL-COUNT
           MOVE WS-CREDIT-TOTAL      TO PL-CREDIT-TOTAL
           OPEN EXTEND HELLO-CREDIT-POST-FILE
           IF WS-POST-STATUS NOT = '00' AND WS-POST-STATUS NOT = '05'
               DISPLAY 'HELLOCRD: *** ERROR *** unable to open '
                   'HELLO.CRPOST, status=' WS-POST-STATUS
                   ' -- HELLO.CRFEED was written; log month '
                   WS-REPORT-MONTH ' by hand before any rerun'
               MOVE 16 TO RETURN-CODE
           ELSE
               WRITE HELLO-CREDIT-POST-RECORD
               IF WS-POST-STATUS NOT = '00'
                   DISPLAY 'HELLOCRD: *** ERROR *** unable to write '
                       'HELLO.CRPOST, status=' WS-POST-STATUS
                       ' -- HELLO.CRFEED was written; log month '
                       WS-REPORT-MONTH ' by hand before any rerun'
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE HELLO-CREDIT-POST-FILE
           END-IF.

       WRITE-CREDIT-STATEMENT.
           OPEN OUTPUT HELLO-CRO-FILE
           IF WS-CRO-STATUS NOT = '00'
               DISPLAY 'HELLOCRD: *** ERROR *** unable to open '
                   'HELLO.CRSTMT, status=' WS-CRO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-CRO-LINE
               STRING 'HELLO MONTHLY SLA SERVICE-CREDIT STATEMENT -- '
                           DELIMITED BY SIZE
                       'MONTH ' DELIMITED BY SIZE
                       WS-REPORT-MONTH DELIMITED BY SIZE
                   INTO WS-CRO-LINE
               WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
               PERFORM WRITE-STATEMENT-STATUS
               MOVE WS-LIVE-ROWS TO WS-ROWS-EDIT
               MOVE SPACES TO WS-CRO-LINE
               STRING 'AUDIT ROWS FOR THE MONTH: LIVE '
                           DELIMITED BY SIZE
                       WS-ROWS-EDIT DELIMITED BY SIZE
                   INTO WS-CRO-LINE
               MOVE WS-ARCH-ROWS TO WS-ROWS-EDIT
               MOVE '  ARCHIVED ' TO WS-CRO-LINE(39:11)
               MOVE WS-ROWS-EDIT TO WS-CRO-LINE(50:7)
               WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
               PERFORM WRITE-SITE-STATEMENT
                   VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
               PERFORM WRITE-NO-TERMS-LINES
               PERFORM WRITE-STATEMENT-TOTALS
               MOVE 'END OF REPORT' TO WS-CRO-LINE
               WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
               CLOSE HELLO-CRO-FILE
           END-IF.

       WRITE-STATEMENT-STATUS.
           MOVE SPACES TO WS-CRO-LINE
           EVALUATE TRUE
               WHEN WS-ALREADY-POSTED
                   STRING 'REPRINT -- MONTH POSTED TO FINANCE '
                               DELIMITED BY SIZE
                           WS-POSTED-TIMESTAMP(1:14) DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           WS-POSTED-USER-ID DELIMITED BY SIZE
                       INTO WS-CRO-LINE
               WHEN WS-MONTH-NOT-ENDED
                   MOVE 'PROVISIONAL -- MONTH NOT YET ENDED, NOT POSTED'
                       TO WS-CRO-LINE
               WHEN WS-FEED-WRITTEN
                   MOVE 'POSTED TO FINANCE ON HELLO.CRFEED'
                       TO WS-CRO-LINE
               WHEN OTHER
                   MOVE 'NOT POSTED -- SEE JOB LOG' TO WS-CRO-LINE
           END-EVALUATE
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE.

       WRITE-SITE-STATEMENT.
           MOVE SPACES TO WS-CRO-LINE
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           MOVE SPACES TO WS-CRO-LINE
           STRING 'SITE ' DELIMITED BY SIZE
                   RT-SITE-CODE(WS-RT-IDX) DELIMITED BY SIZE
                   '  CURRENCY ' DELIMITED BY SIZE
                   RT-CURRENCY(WS-RT-IDX) DELIMITED BY SIZE
               INTO WS-CRO-LINE
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           MOVE '  SH  RUNS  LATE FAILED ALLOWED  OVER' TO WS-CRO-LINE
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-TGT-COUNT
               IF SL-RATE-IDX(SL-IDX) = WS-RT-IDX
                   PERFORM WRITE-SHIFT-LINE
               END-IF
           END-PERFORM
           MOVE RT-LATE-COUNT(WS-RT-IDX) TO WS-COUNT-EDIT
           MOVE RT-LATE-CREDIT(WS-RT-IDX) TO WS-RATE-EDIT
           COMPUTE WS-LINE-AMOUNT =
               RT-LATE-COUNT(WS-RT-IDX) * RT-LATE-CREDIT(WS-RT-IDX)
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-CRO-LINE
           STRING '  LATE STARTS      ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   ' X ' DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   ' = ' DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-CRO-LINE
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           MOVE RT-FAIL-OVER-COUNT(WS-RT-IDX) TO WS-COUNT-EDIT
           MOVE RT-FAIL-CREDIT(WS-RT-IDX) TO WS-RATE-EDIT
           COMPUTE WS-LINE-AMOUNT =
               RT-FAIL-OVER-COUNT(WS-RT-IDX)
                   * RT-FAIL-CREDIT(WS-RT-IDX)
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-CRO-LINE
           STRING '  FAILURES OVER    ' DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   ' X ' DELIMITED BY SIZE
                   WS-RATE-EDIT DELIMITED BY SIZE
                   ' = ' DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-CRO-LINE
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           MOVE SPACES TO WS-CRO-LINE
           MOVE '  MONTHLY CAP' TO WS-CRO-LINE(1:13)
           IF RT-MONTHLY-CAP(WS-RT-IDX) = 0
               MOVE 'NONE' TO WS-CRO-LINE(50:4)
           ELSE
               MOVE RT-MONTHLY-CAP(WS-RT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-CRO-LINE(40:14)
           END-IF
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           MOVE RT-CREDIT-AMOUNT(WS-RT-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-CRO-LINE
           MOVE '  CREDIT DUE' TO WS-CRO-LINE(1:12)
           MOVE WS-AMOUNT-EDIT TO WS-CRO-LINE(40:14)
           MOVE RT-CURRENCY(WS-RT-IDX) TO WS-CRO-LINE(55:3)
           IF RT-CAP-APPLIED(WS-RT-IDX) = 'Y'
               MOVE 'CAPPED' TO WS-CRO-LINE(59:6)
           END-IF
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE.

       WRITE-SHIFT-LINE.
           MOVE SPACES TO WS-CRO-LINE
           MOVE SL-SHIFT-CODE(SL-IDX) TO WS-CRO-LINE(3:1)
           MOVE SL-RUN-COUNT(SL-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CRO-LINE(5:5)
           MOVE SL-LATE-COUNT(SL-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CRO-LINE(11:5)
           MOVE SL-FAILED-COUNT(SL-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CRO-LINE(18:5)
           MOVE SL-ALLOWED-FAILURES(SL-IDX) TO WS-ALLOWED-EDIT
           MOVE WS-ALLOWED-EDIT TO WS-CRO-LINE(27:3)
           MOVE SL-FAIL-OVER-COUNT(SL-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CRO-LINE(33:5)
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE.

       WRITE-NO-TERMS-LINES.
           IF WS-NO-TERMS-COUNT > 0
               MOVE SPACES TO WS-CRO-LINE
               WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
               PERFORM VARYING SL-IDX FROM 1 BY 1
                       UNTIL SL-IDX > WS-TGT-COUNT
                   IF SL-RATE-IDX(SL-IDX) = 0
                       MOVE SPACES TO WS-CRO-LINE
                       STRING 'SITE ' DELIMITED BY SIZE
                               SL-SITE-CODE(SL-IDX) DELIMITED BY SIZE
                               ' SHIFT ' DELIMITED BY SIZE
                               SL-SHIFT-CODE(SL-IDX) DELIMITED BY SIZE
                               ': NO CREDIT TERMS ON HELLO.CRRATE'
                                   DELIMITED BY SIZE
                           INTO WS-CRO-LINE
                       WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO WS-CRO-LINE
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           MOVE WS-DETAIL-COUNT TO WS-ROWS-EDIT
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO WS-CRO-LINE
           STRING WS-ROWS-EDIT DELIMITED BY SIZE
                   ' SITE(S), CREDIT HASH TOTAL ' DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-CRO-LINE
           WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           IF WS-UNMATCHED-COUNT > 0
               MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-CRO-LINE
               STRING WS-COUNT-EDIT DELIMITED BY SIZE
                       ' AUDIT ROW(S) WITHOUT AN SLA TARGET '
                           DELIMITED BY SIZE
                       'FOR THAT SITE AND SHIFT'
                           DELIMITED BY SIZE
                   INTO WS-CRO-LINE
               WRITE HELLO-CRO-RECORD FROM WS-CRO-LINE
           END-IF.
