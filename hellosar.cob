      * HELLOSAR - weekly security violations and access report for
      * the HELLO online transactions and the HELLOSBA batch intake.
      * Lists every HELLO.OPRAUTH authorization row (who may do what,
      * for which sites or holiday groups, and who granted it),
      * flagging rows whose role or scope type the transactions will
      * never match, then every refusal logged on HELLO.SECVIOL in
      * the seven days ending on the HELLO.SECPRM date, then the
      * week's refusals counted by user -- noting users who hold no
      * HELLO.OPRAUTH row at all. Ends with RETURN-CODE 4 when there
      * is anything for security administration to look at.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELLO-SAR-PARM-FILE ASSIGN TO "HELLOSAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HELLO-OPR-AUTH-FILE ASSIGN TO "HELLOOPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-STATUS.
           SELECT OPTIONAL HELLO-SEC-VIOL-FILE ASSIGN TO "HELLOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
           SELECT HELLO-SAO-FILE ASSIGN TO "HELLOSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-SAR-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSAP.
       FD  HELLO-OPR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOOPA.
       FD  HELLO-SEC-VIOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSEC.
       FD  HELLO-SAO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSAO.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-OPA-STATUS               PIC XX              VALUE '00'.
       01  WS-SECV-STATUS              PIC XX              VALUE '00'.
       01  WS-SAO-STATUS               PIC XX              VALUE '00'.
       01  WS-OPA-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-OPA-EOF                                  VALUE 'Y'.
       01  WS-SECV-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-SECV-EOF                                 VALUE 'Y'.
       01  WS-ROW-VALID-SWITCH         PIC X               VALUE 'N'.
           88  WS-ROW-VALID                                VALUE 'Y'.
       01  WS-WEEK-END-DATE            PIC X(8)    VALUE SPACES.
       01  WS-WEEK-START-DATE          PIC X(8)    VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8)            VALUE 0.
       01  WS-AUTH-ROW-COUNT           PIC 9(5)            VALUE 0.
       01  WS-INVALID-COUNT            PIC 9(5)            VALUE 0.
       01  WS-VIOL-COUNT               PIC 9(5)            VALUE 0.
       01  WS-VIOL-SKIPPED             PIC 9(7)            VALUE 0.
       01  WS-AUTH-USER-COUNT          PIC 9(3)            VALUE 0.
       01  HELLO-AUTH-USER-TABLE.
           05  AT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-AUTH-USER-COUNT
                   INDEXED BY AT-IDX.
               10  AT-USER-ID          PIC X(8).
       01  WS-VIOL-USER-COUNT          PIC 9(3)            VALUE 0.
       01  HELLO-VIOL-USER-TABLE.
           05  VU-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-VIOL-USER-COUNT
                   INDEXED BY VU-IDX.
               10  VU-USER-ID          PIC X(8).
               10  VU-VIOL-COUNT       PIC 9(5).
       01  WS-ROLE-NAME                PIC X(15)   VALUE SPACES.
       01  WS-SCOPE-TEXT               PIC X(10)   VALUE SPACES.
       01  WS-SAO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-WEEK-PARM
           IF RETURN-CODE = 0
               PERFORM OPEN-ACCESS-REPORT
           END-IF
           IF RETURN-CODE = 0
               PERFORM WRITE-ACCESS-LIST
           END-IF
           IF RETURN-CODE = 0
               PERFORM WRITE-VIOLATION-LIST
               PERFORM WRITE-USER-SUMMARY
               PERFORM WRITE-REPORT-TOTALS
               IF (WS-VIOL-COUNT > 0 OR WS-INVALID-COUNT > 0)
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       READ-WEEK-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-WEEK-END-DATE
           OPEN INPUT HELLO-SAR-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ HELLO-SAR-PARM-FILE
               IF WS-PARM-STATUS = '00'
                   AND SA-WEEK-END-DATE NOT = SPACES
                   MOVE SA-WEEK-END-DATE TO WS-WEEK-END-DATE
               END-IF
           END-IF
           CLOSE HELLO-SAR-PARM-FILE
           IF WS-WEEK-END-DATE IS NOT NUMERIC
               DISPLAY 'HELLOSAR: *** ERROR *** week-ending date '
                   WS-WEEK-END-DATE ' is not YYYYMMDD'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-WEEK-END-DATE TO WS-DATE-NUM
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) < 7
                   DISPLAY 'HELLOSAR: *** ERROR *** week-ending date '
                       WS-WEEK-END-DATE ' is not a valid date'
                   MOVE 16 TO RETURN-CODE
               ELSE
                   COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 6)
                   MOVE WS-DATE-NUM TO WS-WEEK-START-DATE
               END-IF
           END-IF.

       OPEN-ACCESS-REPORT.
           OPEN OUTPUT HELLO-SAO-FILE
           IF WS-SAO-STATUS NOT = '00'
               DISPLAY 'HELLOSAR: *** ERROR *** unable to open '
                   'HELLO.SECRPT, status=' WS-SAO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-SAO-LINE
               STRING 'HELLO SECURITY VIOLATIONS AND ACCESS -- WEEK '
                           DELIMITED BY SIZE
                       WS-WEEK-START-DATE DELIMITED BY SIZE
                       ' TO ' DELIMITED BY SIZE
                       WS-WEEK-END-DATE DELIMITED BY SIZE
                   INTO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           END-IF.

       WRITE-ACCESS-LIST.
           OPEN INPUT HELLO-OPR-AUTH-FILE
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY 'HELLOSAR: *** ERROR *** unable to open '
                   'HELLO.OPRAUTH, status=' WS-OPA-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HELLO-SAO-FILE
           ELSE
               MOVE SPACES TO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
               MOVE 'OPERATOR ACCESS ON HELLO.OPRAUTH' TO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
               MOVE 'USER     ROLE             SCOPE       GRANTED'
                   TO WS-SAO-LINE
               MOVE 'ON' TO WS-SAO-LINE(49:2)
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
               PERFORM UNTIL WS-OPA-EOF
                   READ HELLO-OPR-AUTH-FILE
                       AT END
                           SET WS-OPA-EOF TO TRUE
                       NOT AT END
                           PERFORM WRITE-ACCESS-LINE
                   END-READ
               END-PERFORM
               CLOSE HELLO-OPR-AUTH-FILE
               MOVE WS-AUTH-ROW-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-SAO-LINE
               STRING WS-COUNT-EDIT DELIMITED BY SIZE
                       ' AUTHORIZATION ROW(S)' DELIMITED BY SIZE
                   INTO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           END-IF.

       WRITE-ACCESS-LINE.
           ADD 1 TO WS-AUTH-ROW-COUNT
           PERFORM NOTE-AUTHORIZED-USER
           MOVE 'Y' TO WS-ROW-VALID-SWITCH
           EVALUATE TRUE
               WHEN OA-ROLE-MAINTAINER
                   MOVE 'MAINTAINER' TO WS-ROLE-NAME
               WHEN OA-ROLE-APPROVER
                   MOVE 'APPROVER' TO WS-ROLE-NAME
               WHEN OA-ROLE-HOLD-OPERATOR
                   MOVE 'HOLD OPERATOR' TO WS-ROLE-NAME
               WHEN OA-ROLE-CALENDAR-KEEPER
                   MOVE 'CALENDAR KEEPER' TO WS-ROLE-NAME
               WHEN OA-ROLE-READ-ONLY
                   MOVE 'READ-ONLY' TO WS-ROLE-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-ROLE-NAME
                   STRING 'ROLE ' DELIMITED BY SIZE
                           OA-ROLE DELIMITED BY SIZE
                       INTO WS-ROLE-NAME
                   MOVE 'N' TO WS-ROW-VALID-SWITCH
           END-EVALUATE
           MOVE SPACES TO WS-SCOPE-TEXT
           EVALUATE TRUE
               WHEN OA-SCOPE-SITE
                   STRING 'SITE ' DELIMITED BY SIZE
                           OA-SCOPE-CODE DELIMITED BY SIZE
                       INTO WS-SCOPE-TEXT
               WHEN OA-SCOPE-GROUP
                   STRING 'GROUP ' DELIMITED BY SIZE
                           OA-SCOPE-CODE DELIMITED BY SIZE
                       INTO WS-SCOPE-TEXT
               WHEN OA-SCOPE-ALL
                   MOVE 'ALL' TO WS-SCOPE-TEXT
               WHEN OTHER
                   STRING 'TYPE ' DELIMITED BY SIZE
                           OA-SCOPE-TYPE DELIMITED BY SIZE
                       INTO WS-SCOPE-TEXT
                   MOVE 'N' TO WS-ROW-VALID-SWITCH
           END-EVALUATE
           MOVE SPACES TO WS-SAO-LINE
           MOVE OA-USER-ID      TO WS-SAO-LINE(1:8)
           MOVE WS-ROLE-NAME    TO WS-SAO-LINE(10:15)
           MOVE WS-SCOPE-TEXT   TO WS-SAO-LINE(27:10)
           MOVE OA-GRANTED-BY   TO WS-SAO-LINE(39:8)
           MOVE OA-GRANTED-DATE TO WS-SAO-LINE(49:8)
           IF NOT WS-ROW-VALID
               ADD 1 TO WS-INVALID-COUNT
               MOVE 'INVALID -- NEVER MATCHES' TO WS-SAO-LINE(58:23)
           END-IF
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE.

       NOTE-AUTHORIZED-USER.
           SET AT-IDX TO 1
           SEARCH AT-ENTRY
               AT END
                   IF WS-AUTH-USER-COUNT < 500
                       ADD 1 TO WS-AUTH-USER-COUNT
                       MOVE OA-USER-ID
                           TO AT-USER-ID(WS-AUTH-USER-COUNT)
                   END-IF
               WHEN AT-USER-ID(AT-IDX) = OA-USER-ID
                   CONTINUE
           END-SEARCH.

       WRITE-VIOLATION-LIST.
           MOVE SPACES TO WS-SAO-LINE
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           MOVE 'REFUSED ATTEMPTS ON HELLO.SECVIOL' TO WS-SAO-LINE
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           MOVE 'DATE/TIME      USER     PROGRAM  ACTION'
               TO WS-SAO-LINE
           MOVE 'NEEDS' TO WS-SAO-LINE(55:5)
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           OPEN INPUT HELLO-SEC-VIOL-FILE
           IF WS-SECV-STATUS = '00'
               PERFORM UNTIL WS-SECV-EOF
                   READ HELLO-SEC-VIOL-FILE
                       AT END
                           SET WS-SECV-EOF TO TRUE
                       NOT AT END
                           IF VL-TIMESTAMP(1:8) < WS-WEEK-START-DATE
                               OR VL-TIMESTAMP(1:8) > WS-WEEK-END-DATE
                               ADD 1 TO WS-VIOL-SKIPPED
                           ELSE
                               PERFORM WRITE-VIOLATION-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SEC-VIOL-FILE
           IF WS-VIOL-COUNT = 0
               MOVE 'NO REFUSED ATTEMPTS THIS WEEK' TO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           END-IF.

       WRITE-VIOLATION-LINE.
           ADD 1 TO WS-VIOL-COUNT
           MOVE SPACES TO WS-SAO-LINE
           MOVE VL-TIMESTAMP(1:14) TO WS-SAO-LINE(1:14)
           MOVE VL-USER-ID         TO WS-SAO-LINE(16:8)
           MOVE VL-PROGRAM         TO WS-SAO-LINE(25:8)
           MOVE VL-ACTION          TO WS-SAO-LINE(34:20)
           MOVE VL-ROLE-NEEDED     TO WS-SAO-LINE(55:1)
           MOVE VL-SCOPE-TYPE      TO WS-SAO-LINE(57:1)
           MOVE VL-SCOPE-CODE      TO WS-SAO-LINE(59:4)
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           SET VU-IDX TO 1
           SEARCH VU-ENTRY
               AT END
                   IF WS-VIOL-USER-COUNT < 200
                       ADD 1 TO WS-VIOL-USER-COUNT
                       MOVE VL-USER-ID
                           TO VU-USER-ID(WS-VIOL-USER-COUNT)
                       MOVE 1 TO VU-VIOL-COUNT(WS-VIOL-USER-COUNT)
                   END-IF
               WHEN VU-USER-ID(VU-IDX) = VL-USER-ID
                   ADD 1 TO VU-VIOL-COUNT(VU-IDX)
           END-SEARCH.

       WRITE-USER-SUMMARY.
           IF WS-VIOL-USER-COUNT > 0
               MOVE SPACES TO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
               MOVE 'REFUSED ATTEMPTS BY USER' TO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
               MOVE 'USER     COUNT' TO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
               PERFORM WRITE-USER-LINE
                   VARYING VU-IDX FROM 1 BY 1
                   UNTIL VU-IDX > WS-VIOL-USER-COUNT
           END-IF.

       WRITE-USER-LINE.
           MOVE SPACES TO WS-SAO-LINE
           MOVE VU-USER-ID(VU-IDX) TO WS-SAO-LINE(1:8)
           MOVE VU-VIOL-COUNT(VU-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-SAO-LINE(10:5)
           SET AT-IDX TO 1
           SEARCH AT-ENTRY
               AT END
                   MOVE 'NOT ON HELLO.OPRAUTH' TO WS-SAO-LINE(17:20)
               WHEN AT-USER-ID(AT-IDX) = VU-USER-ID(VU-IDX)
                   CONTINUE
           END-SEARCH
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-SAO-LINE
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           MOVE WS-VIOL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-SAO-LINE
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
                   ' REFUSED ATTEMPT(S) THIS WEEK' DELIMITED BY SIZE
               INTO WS-SAO-LINE
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           IF WS-INVALID-COUNT > 0
               MOVE WS-INVALID-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-SAO-LINE
               STRING WS-COUNT-EDIT DELIMITED BY SIZE
                       ' INVALID AUTHORIZATION ROW(S) -- CORRECT '
                           DELIMITED BY SIZE
                       'HELLO.OPRAUTH' DELIMITED BY SIZE
                   INTO WS-SAO-LINE
               WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           END-IF
           MOVE 'END OF REPORT' TO WS-SAO-LINE
           WRITE HELLO-SAO-RECORD FROM WS-SAO-LINE
           CLOSE HELLO-SAO-FILE.
