      *                approval instead of applied straight to
      *                HELLO.SITES; the history row is written by
      *                HELLOAPR at apply time with both user IDs.
      *   2026-10-15  A change transaction may carry an effective-
      *                from date (TX-EFFECTIVE-FROM) to queue a
      *                future-dated greeting version; the date is
      *                validated (real date, not in the past, not
      *                on an add or delete), carried on the queue
      *                row, and shown on the apply report.
      *   2026-10-15  Operator authorization: the submitting user must
      *                hold a HELLO.OPRAUTH row or nothing is queued
      *                (RETURN-CODE 16), and each transaction needs
      *                the maintainer role for its site -- one that
      *                does not is rejected and logged on
      *                HELLO.SECVIOL.
      *   2026-10-15  Queue rows are written with a blank approver
      *                ID, the field HELLOAPR fills in when it holds
      *                an approved delete as a retirement row.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOSBA.
           SELECT HELLO-SBO-FILE ASSIGN TO "HELLOSBO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBO-STATUS.
           SELECT HELLO-OPR-AUTH-FILE ASSIGN TO "HELLOOPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-STATUS.
           SELECT OPTIONAL HELLO-SEC-VIOL-FILE ASSIGN TO "HELLOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-SITE-TXN-FILE
       FD  HELLO-SBO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSBO.
       FD  HELLO-OPR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOOPA.
       FD  HELLO-SEC-VIOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSEC.
       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS               PIC XX              VALUE '00'.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-OLD-GREETING-TEXT        PIC X(40)   VALUE SPACES.
       01  WS-SBO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-EFF-DATE-NUM             PIC 9(8)            VALUE 0.
       01  WS-TODAY-DATE               PIC X(8)    VALUE SPACES.
       01  WS-OPA-STATUS               PIC XX              VALUE '00'.
       01  WS-SECV-STATUS              PIC XX              VALUE '00'.
       01  WS-OPA-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-OPA-EOF                                  VALUE 'Y'.
       01  WS-AUTHORIZED-SWITCH        PIC X               VALUE 'N'.
           88  WS-AUTHORIZED                               VALUE 'Y'.
       01  WS-UA-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-USER-AUTH-TABLE.
           05  UA-ENTRY OCCURS 0 TO 50 TIMES
                   DEPENDING ON WS-UA-COUNT.
               10  UA-ROLE             PIC X(1).
               10  UA-SCOPE-TYPE       PIC X(1).
               10  UA-SCOPE-CODE       PIC X(4).
       01  WS-UA-IDX                   PIC 9(3)            VALUE 0.
       01  WS-AUTH-ACTION              PIC X(20)   VALUE SPACES.
       01  WS-AUTH-ROLE                PIC X(1)    VALUE SPACE.
       01  WS-AUTH-SCOPE-TYPE          PIC X(1)    VALUE SPACE.
       01  WS-AUTH-SCOPE-CODE          PIC X(4)    VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-OPERATOR-AUTHORITY
           IF WS-UA-COUNT = 0
               DISPLAY 'HELLOSBA: *** ERROR *** nothing queued -- '
                   'the submitting user has no HELLO.OPRAUTH authority'
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM LOAD-LANG-TABLE
           PERFORM OPEN-SITE-FILE
           PERFORM OPEN-APPLY-REPORT
                   MOVE 'SITE NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TXN-OK-SWITCH
           END-EVALUATE
           IF WS-TXN-OK
               PERFORM VALIDATE-TXN-AUTHORITY
           END-IF
           IF WS-TXN-OK AND NOT TX-ACTION-DELETE
               PERFORM VALIDATE-TXN-LANGUAGE
           END-IF
           IF WS-TXN-OK AND NOT TX-ACTION-DELETE
               PERFORM VALIDATE-TXN-OFFSET
           END-IF
           IF WS-TXN-OK AND TX-EFFECTIVE-FROM NOT = SPACES
               PERFORM VALIDATE-TXN-EFFECTIVE-DATE
           END-IF.

       VALIDATE-TXN-AUTHORITY.
           EVALUATE TRUE
               WHEN TX-ACTION-ADD
                   MOVE 'QUEUE SITE ADD' TO WS-AUTH-ACTION
               WHEN TX-ACTION-CHANGE
                   MOVE 'QUEUE SITE CHANGE' TO WS-AUTH-ACTION
               WHEN OTHER
                   MOVE 'QUEUE SITE DELETE' TO WS-AUTH-ACTION
           END-EVALUATE
           MOVE 'M'          TO WS-AUTH-ROLE
           MOVE 'S'          TO WS-AUTH-SCOPE-TYPE
           MOVE TX-SITE-CODE TO WS-AUTH-SCOPE-CODE
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT WS-AUTHORIZED
               MOVE 'NOT AUTHORIZED FOR SITE (HELLO.OPRAUTH)'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TXN-OK-SWITCH
           END-IF.

       VALIDATE-TXN-EFFECTIVE-DATE.
           IF NOT TX-ACTION-CHANGE
               MOVE 'EFFECTIVE DATE ONLY ALLOWED ON A CHANGE'
                   TO WS-REJECT-REASON
               MOVE 'N' TO WS-TXN-OK-SWITCH
           ELSE
               IF TX-EFFECTIVE-FROM IS NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT YYYYMMDD'
                       TO WS-REJECT-REASON
                   MOVE 'N' TO WS-TXN-OK-SWITCH
               ELSE
                   MOVE TX-EFFECTIVE-FROM TO WS-EFF-DATE-NUM
                   IF FUNCTION INTEGER-OF-DATE(WS-EFF-DATE-NUM) = 0
                       MOVE 'EFFECTIVE DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                       MOVE 'N' TO WS-TXN-OK-SWITCH
                   ELSE
                       IF TX-EFFECTIVE-FROM < WS-TODAY-DATE
                           MOVE 'EFFECTIVE DATE IS IN THE PAST'
                               TO WS-REJECT-REASON
                           MOVE 'N' TO WS-TXN-OK-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TXN-LANGUAGE.
           MOVE WS-OLD-LANGUAGE-CODE  TO PN-OLD-LANGUAGE-CODE
           MOVE WS-OLD-UTC-OFFSET     TO PN-OLD-UTC-OFFSET
           MOVE WS-OLD-GREETING-TEXT  TO PN-OLD-GREETING-TEXT
           MOVE TX-EFFECTIVE-FROM     TO PN-EFFECTIVE-FROM
           MOVE SPACES                TO PN-APPROVER-ID
           IF TX-ACTION-DELETE
               MOVE SPACES TO PN-NEW-SITE-CODE
               MOVE SPACES TO PN-NEW-LANGUAGE-CODE
                       ' ACCEPTED -- QUEUED FOR APPROVAL'
                           DELIMITED BY SIZE
                   INTO WS-SBO-LINE
               IF TX-EFFECTIVE-FROM NOT = SPACES
                   MOVE ', EFFECTIVE' TO WS-SBO-LINE(39:11)
                   MOVE TX-EFFECTIVE-FROM TO WS-SBO-LINE(51:8)
               END-IF
           ELSE
               STRING TX-ACTION DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
           MOVE 'END OF REPORT' TO WS-SBO-LINE
           WRITE HELLO-SBO-RECORD FROM WS-SBO-LINE
           CLOSE HELLO-SBO-FILE.

       LOAD-OPERATOR-AUTHORITY.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           OPEN INPUT HELLO-OPR-AUTH-FILE
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY 'HELLOSBA: *** ERROR *** unable to open '
                   'HELLO.OPRAUTH, status=' WS-OPA-STATUS
                   ' -- no action is allowed'
           ELSE
               PERFORM UNTIL WS-OPA-EOF
                   READ HELLO-OPR-AUTH-FILE
                       AT END
                           SET WS-OPA-EOF TO TRUE
                       NOT AT END
                           IF OA-USER-ID = WS-USER-ID
                               AND OA-USER-ID NOT = SPACES
                               PERFORM ADD-AUTHORITY-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELLO-OPR-AUTH-FILE
               IF WS-UA-COUNT = 0
                   MOVE 'SIGN ON' TO WS-AUTH-ACTION
                   MOVE SPACE     TO WS-AUTH-ROLE
                   MOVE SPACE     TO WS-AUTH-SCOPE-TYPE
                   MOVE SPACES    TO WS-AUTH-SCOPE-CODE
                   PERFORM WRITE-SECURITY-VIOLATION
                   DISPLAY 'HELLOSBA: user ' WS-USER-ID ' has no '
                       'HELLO.OPRAUTH authority -- access refused'
               END-IF
           END-IF.

       ADD-AUTHORITY-ENTRY.
           IF WS-UA-COUNT >= 50
               DISPLAY 'HELLOSBA: *** ERROR *** HELLO.OPRAUTH has '
                   'more than 50 rows for ' WS-USER-ID
                   ' -- extra rows ignored'
               SET WS-OPA-EOF TO TRUE
           ELSE
               ADD 1 TO WS-UA-COUNT
               MOVE OA-ROLE       TO UA-ROLE(WS-UA-COUNT)
               MOVE OA-SCOPE-TYPE TO UA-SCOPE-TYPE(WS-UA-COUNT)
               MOVE OA-SCOPE-CODE TO UA-SCOPE-CODE(WS-UA-COUNT)
           END-IF.

      *    The caller sets WS-AUTH-ACTION, the WS-AUTH-ROLE the action
      *    needs, and the site or group it touches; a refusal is
      *    logged on HELLO.SECVIOL here.
       CHECK-OPERATOR-AUTHORITY.
           MOVE 'N' TO WS-AUTHORIZED-SWITCH
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                   UNTIL WS-UA-IDX > WS-UA-COUNT
                       OR WS-AUTHORIZED
               IF UA-ROLE(WS-UA-IDX) = WS-AUTH-ROLE
                   AND (UA-SCOPE-TYPE(WS-UA-IDX) = '*'
                       OR (UA-SCOPE-TYPE(WS-UA-IDX)
                               = WS-AUTH-SCOPE-TYPE
                           AND UA-SCOPE-CODE(WS-UA-IDX)
                               = WS-AUTH-SCOPE-CODE))
                   SET WS-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-AUTHORIZED
               PERFORM WRITE-SECURITY-VIOLATION
           END-IF.

       WRITE-SECURITY-VIOLATION.
           MOVE FUNCTION CURRENT-DATE TO VL-TIMESTAMP
           MOVE WS-USER-ID         TO VL-USER-ID
           MOVE 'HELLOSBA'         TO VL-PROGRAM
           MOVE WS-AUTH-ACTION     TO VL-ACTION
           MOVE WS-AUTH-ROLE       TO VL-ROLE-NEEDED
           MOVE WS-AUTH-SCOPE-TYPE TO VL-SCOPE-TYPE
           MOVE WS-AUTH-SCOPE-CODE TO VL-SCOPE-CODE
           OPEN EXTEND HELLO-SEC-VIOL-FILE
           IF WS-SECV-STATUS NOT = '00'
               AND WS-SECV-STATUS NOT = '05'
               DISPLAY 'HELLOSBA: *** WARNING *** unable to open '
                   'HELLO.SECVIOL, status=' WS-SECV-STATUS
                   ' -- refusal not logged'
           ELSE
               WRITE HELLO-SEC-VIOL-RECORD
               CLOSE HELLO-SEC-VIOL-FILE
           END-IF.
