      ***************************************************************
      * Modification history
      *   2026-09-02  Initial version.
      *   2026-10-15  Operator authorization: the user must hold a
      *                HELLO.OPRAUTH row to use the transaction at
      *                all, and placing or releasing a hold needs the
      *                hold-operator role for the site. A refusal is
      *                logged on HELLO.SECVIOL.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOHLM.
           SELECT OPTIONAL HELLO-HOLD-FILE ASSIGN TO "HELLOHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HELLO-OPR-AUTH-FILE ASSIGN TO "HELLOOPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-STATUS.
           SELECT OPTIONAL HELLO-SEC-VIOL-FILE ASSIGN TO "HELLOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOHLD.
       FD  HELLO-OPR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOOPA.
       FD  HELLO-SEC-VIOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSEC.
       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS              PIC XX              VALUE '00'.
       01  WS-HOLD-EOF-SWITCH          PIC X               VALUE 'N'.
       01  WS-IN-REASON                PIC X(30).
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-LIST-COUNT               PIC 9(3)            VALUE 0.
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
           PERFORM LOAD-OPERATOR-AUTHORITY
           IF WS-UA-COUNT = 0
               STOP RUN
           END-IF
           PERFORM LOAD-HOLD-TABLE
           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MENU
               DISPLAY 'No changes made -- HELLO.HOLDS left as is.'
           END-IF.

      *    Placing or releasing a hold needs the hold-operator role
      *    for the site keyed.
       CHECK-HOLD-AUTHORITY.
           MOVE 'H'             TO WS-AUTH-ROLE
           MOVE 'S'             TO WS-AUTH-SCOPE-TYPE
           MOVE WS-IN-SITE-CODE TO WS-AUTH-SCOPE-CODE
           PERFORM CHECK-OPERATOR-AUTHORITY.

       FIND-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SWITCH
           MOVE 0 TO WS-FOUND-IDX
       PLACE-HOLD.
           DISPLAY 'Site code (4 chars): ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'PLACE HOLD' TO WS-AUTH-ACTION
           PERFORM CHECK-HOLD-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM PLACE-AUTHORIZED-HOLD
           END-IF.

       PLACE-AUTHORIZED-HOLD.
           PERFORM FIND-HOLD
           IF WS-HOLD-FOUND
               DISPLAY 'Site ' WS-IN-SITE-CODE ' is already held '
       RELEASE-HOLD.
           DISPLAY 'Site code to release: ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'RELEASE HOLD' TO WS-AUTH-ACTION
           PERFORM CHECK-HOLD-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM RELEASE-AUTHORIZED-HOLD
           END-IF.

       RELEASE-AUTHORIZED-HOLD.
           PERFORM FIND-HOLD
           IF NOT WS-HOLD-FOUND
               DISPLAY 'Site ' WS-IN-SITE-CODE ' is not held.'
               DISPLAY 'Hold on site ' WS-IN-SITE-CODE
                   ' released.'
           END-IF.

       LOAD-OPERATOR-AUTHORITY.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           OPEN INPUT HELLO-OPR-AUTH-FILE
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY 'HELLOHLM: *** ERROR *** unable to open '
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
                   DISPLAY 'HELLOHLM: user ' WS-USER-ID ' has no '
                       'HELLO.OPRAUTH authority -- access refused'
               END-IF
           END-IF.

       ADD-AUTHORITY-ENTRY.
           IF WS-UA-COUNT >= 50
               DISPLAY 'HELLOHLM: *** ERROR *** HELLO.OPRAUTH has '
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
               DISPLAY 'Refused -- outside your HELLO.OPRAUTH '
                   'authority (' WS-AUTH-SCOPE-TYPE ' '
                   WS-AUTH-SCOPE-CODE '); attempt logged.'
           END-IF.

       WRITE-SECURITY-VIOLATION.
           MOVE FUNCTION CURRENT-DATE TO VL-TIMESTAMP
           MOVE WS-USER-ID         TO VL-USER-ID
           MOVE 'HELLOHLM'         TO VL-PROGRAM
           MOVE WS-AUTH-ACTION     TO VL-ACTION
           MOVE WS-AUTH-ROLE       TO VL-ROLE-NEEDED
           MOVE WS-AUTH-SCOPE-TYPE TO VL-SCOPE-TYPE
           MOVE WS-AUTH-SCOPE-CODE TO VL-SCOPE-CODE
           OPEN EXTEND HELLO-SEC-VIOL-FILE
           IF WS-SECV-STATUS NOT = '00'
               AND WS-SECV-STATUS NOT = '05'
               DISPLAY 'HELLOHLM: *** WARNING *** unable to open '
                   'HELLO.SECVIOL, status=' WS-SECV-STATUS
                   ' -- refusal not logged'
           ELSE
               WRITE HELLO-SEC-VIOL-RECORD
               CLOSE HELLO-SEC-VIOL-FILE
           END-IF.
