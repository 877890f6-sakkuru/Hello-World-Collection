      *                with both user IDs); the menu lists what is
      *                still pending so a change does not sit
      *                unapproved past its intended cycle.
      *   2026-10-15  A change can now be given an effective-from
      *                date: blank takes effect as soon as it is
      *                approved, a future date queues a new greeting
      *                version that HELLOAPR files on the
      *                HELLO.SITEVER timeline and rolls onto
      *                HELLO.SITES on that date. The pending list
      *                shows the effective date.
      *   2026-10-15  Operator authorization: the user must hold a
      *                HELLO.OPRAUTH row to use the transaction at
      *                all, and queuing an add, change, or delete
      *                needs the maintainer role for the site. A
      *                refusal is logged on HELLO.SECVIOL.
      *   2026-10-15  Queue rows carry a blank approver ID (filled
      *                in by HELLOAPR on an approved delete), and
      *                the pending list shows a site retirement
      *                still in progress by its old site code.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOMNT.
           SELECT OPTIONAL HELLO-LANG-FILE ASSIGN TO "HELLOLNG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANG-STATUS.
           SELECT HELLO-OPR-AUTH-FILE ASSIGN TO "HELLOOPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-STATUS.
           SELECT OPTIONAL HELLO-SEC-VIOL-FILE ASSIGN TO "HELLOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-SITE-FILE
       FD  HELLO-LANG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOLNG.
       FD  HELLO-OPR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOOPA.
       FD  HELLO-SEC-VIOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSEC.
       WORKING-STORAGE SECTION.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-PEND-STATUS              PIC XX              VALUE '00'.
       01  WS-IN-LANGUAGE-CODE         PIC X(2).
       01  WS-IN-UTC-OFFSET            PIC X(5).
       01  WS-IN-GREETING-TEXT         PIC X(40).
       01  WS-IN-EFFECTIVE-FROM        PIC X(8).
       01  WS-EFF-DATE-NUM             PIC 9(8)            VALUE 0.
       01  WS-TODAY-DATE               PIC X(8)    VALUE SPACES.
       01  WS-EFF-VALID-SWITCH         PIC X               VALUE 'N'.
           88  WS-EFF-VALID                                VALUE 'Y'.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-HIST-ACTION              PIC X(1).
       01  WS-OLD-SITE-CODE            PIC X(4).
                   INDEXED BY LT-IDX.
               10  LT-LANGUAGE-CODE    PIC X(2).
               10  LT-DEFAULT-GREETING PIC X(40).
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
           PERFORM LOAD-LANG-TABLE
           PERFORM OPEN-SITE-FILE
           IF WS-DONE
               END-IF
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
           MOVE 'N' TO WS-EFF-VALID-SWITCH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-IN-EFFECTIVE-FROM = SPACES
               SET WS-EFF-VALID TO TRUE
           ELSE
               IF WS-IN-EFFECTIVE-FROM IS NUMERIC
                   MOVE WS-IN-EFFECTIVE-FROM TO WS-EFF-DATE-NUM
                   IF FUNCTION INTEGER-OF-DATE(WS-EFF-DATE-NUM) > 0
                       AND WS-IN-EFFECTIVE-FROM >= WS-TODAY-DATE
                       SET WS-EFF-VALID TO TRUE
                   END-IF
               END-IF
               IF NOT WS-EFF-VALID
                   DISPLAY 'Effective date must be a valid YYYYMMDD '
                       'date from today on (or blank = on '
                       'approval).'
               END-IF
           END-IF.

       VALIDATE-LANGUAGE.
           MOVE 'N' TO WS-LANG-VALID-SWITCH
           IF WS-LANG-COUNT = 0
               DISPLAY WS-LIST-COUNT ' site(s) on file.'
           END-IF.

      *    Queuing a site change needs the maintainer role for the
      *    site keyed.
       CHECK-MAINTAINER-AUTHORITY.
           MOVE 'M'             TO WS-AUTH-ROLE
           MOVE 'S'             TO WS-AUTH-SCOPE-TYPE
           MOVE WS-IN-SITE-CODE TO WS-AUTH-SCOPE-CODE
           PERFORM CHECK-OPERATOR-AUTHORITY.

       READ-SITE-BY-CODE.
           MOVE 'N' TO WS-SITE-FOUND-SWITCH
           MOVE WS-IN-SITE-CODE TO SF-SITE-CODE
       ADD-SITE.
           DISPLAY 'Site code (4 chars): ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'QUEUE SITE ADD' TO WS-AUTH-ACTION
           PERFORM CHECK-MAINTAINER-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM ADD-AUTHORIZED-SITE
           END-IF.

       ADD-AUTHORIZED-SITE.
           PERFORM READ-SITE-BY-CODE
           IF WS-SITE-FOUND
               DISPLAY 'Site ' WS-IN-SITE-CODE ' already exists.'
           DISPLAY 'Greeting text (blank = language default): '
               WITH NO ADVANCING
           ACCEPT WS-IN-GREETING-TEXT
           MOVE SPACES TO WS-IN-EFFECTIVE-FROM
           MOVE 'A' TO WS-HIST-ACTION
           MOVE SPACES TO WS-OLD-SITE-CODE
           MOVE SPACES TO WS-OLD-LANGUAGE-CODE
       CHANGE-SITE.
           DISPLAY 'Site code to change: ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'QUEUE SITE CHANGE' TO WS-AUTH-ACTION
           PERFORM CHECK-MAINTAINER-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM CHANGE-AUTHORIZED-SITE
           END-IF.

       CHANGE-AUTHORIZED-SITE.
           PERFORM READ-SITE-BY-CODE
           IF NOT WS-SITE-FOUND
               DISPLAY 'Site ' WS-IN-SITE-CODE ' not found.'
           DISPLAY 'New greeting text (blank = language default): '
               WITH NO ADVANCING
           ACCEPT WS-IN-GREETING-TEXT
           DISPLAY 'Effective from (YYYYMMDD, blank = on '
               'approval): ' WITH NO ADVANCING
           ACCEPT WS-IN-EFFECTIVE-FROM
           PERFORM VALIDATE-EFFECTIVE-DATE
           IF NOT WS-EFF-VALID
               DISPLAY 'Site ' WS-IN-SITE-CODE ' NOT changed.'
           ELSE
               MOVE 'C' TO WS-HIST-ACTION
               PERFORM WRITE-PENDING-CHANGE
               IF WS-PEND-STATUS = '00' OR WS-PEND-STATUS = '05'
                   DISPLAY 'Change of site ' WS-IN-SITE-CODE
                       ' queued for approval (HELLOAPR).'
               END-IF
           END-IF.

       DELETE-SITE.
           DISPLAY 'Site code to delete: ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'QUEUE SITE DELETE' TO WS-AUTH-ACTION
           PERFORM CHECK-MAINTAINER-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM DELETE-AUTHORIZED-SITE
           END-IF.

       DELETE-AUTHORIZED-SITE.
           PERFORM READ-SITE-BY-CODE
           IF NOT WS-SITE-FOUND
               DISPLAY 'Site ' WS-IN-SITE-CODE ' not found.'
               MOVE SPACES TO WS-IN-LANGUAGE-CODE
               MOVE SPACES TO WS-IN-UTC-OFFSET
               MOVE SPACES TO WS-IN-GREETING-TEXT
               MOVE SPACES TO WS-IN-EFFECTIVE-FROM
               PERFORM WRITE-PENDING-CHANGE
               IF WS-PEND-STATUS = '00' OR WS-PEND-STATUS = '05'
                   DISPLAY 'Delete of site ' WS-IN-SITE-CODE
           MOVE WS-IN-LANGUAGE-CODE   TO PN-NEW-LANGUAGE-CODE
           MOVE WS-IN-UTC-OFFSET      TO PN-NEW-UTC-OFFSET
           MOVE WS-IN-GREETING-TEXT   TO PN-NEW-GREETING-TEXT
           MOVE WS-IN-EFFECTIVE-FROM  TO PN-EFFECTIVE-FROM
           MOVE SPACES                TO PN-APPROVER-ID
           OPEN EXTEND HELLO-SITE-PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               AND WS-PEND-STATUS NOT = '05'
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'No pending changes.'
           ELSE
               DISPLAY 'QUEUED            BY       ACT SITE '
                   'EFFECTIVE'
               PERFORM UNTIL WS-PEND-EOF
                   READ HELLO-SITE-PEND-FILE
                       AT END
                           SET WS-PEND-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PEND-COUNT
                           IF PN-ACTION-DELETE OR PN-ACTION-RETIRE
                               DISPLAY PN-TIMESTAMP(1:14) '    '
                                   PN-USER-ID ' ' PN-ACTION '   '
                                   PN-OLD-SITE-CODE
                           ELSE
                               DISPLAY PN-TIMESTAMP(1:14) '    '
                                   PN-USER-ID ' ' PN-ACTION '   '
                                   PN-NEW-SITE-CODE ' '
                                   PN-EFFECTIVE-FROM
                           END-IF
                   END-READ
               END-PERFORM
                   'review with HELLOAPR.'
           END-IF
           CLOSE HELLO-SITE-PEND-FILE.

       LOAD-OPERATOR-AUTHORITY.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           OPEN INPUT HELLO-OPR-AUTH-FILE
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY 'HELLOMNT: *** ERROR *** unable to open '
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
                   DISPLAY 'HELLOMNT: user ' WS-USER-ID ' has no '
                       'HELLO.OPRAUTH authority -- access refused'
               END-IF
           END-IF.

       ADD-AUTHORITY-ENTRY.
           IF WS-UA-COUNT >= 50
               DISPLAY 'HELLOMNT: *** ERROR *** HELLO.OPRAUTH has '
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
           MOVE 'HELLOMNT'         TO VL-PROGRAM
           MOVE WS-AUTH-ACTION     TO VL-ACTION
           MOVE WS-AUTH-ROLE       TO VL-ROLE-NEEDED
           MOVE WS-AUTH-SCOPE-TYPE TO VL-SCOPE-TYPE
           MOVE WS-AUTH-SCOPE-CODE TO VL-SCOPE-CODE
           OPEN EXTEND HELLO-SEC-VIOL-FILE
           IF WS-SECV-STATUS NOT = '00'
               AND WS-SECV-STATUS NOT = '05'
               DISPLAY 'HELLOMNT: *** WARNING *** unable to open '
                   'HELLO.SECVIOL, status=' WS-SECV-STATUS
                   ' -- refusal not logged'
           ELSE
               WRITE HELLO-SEC-VIOL-RECORD
               CLOSE HELLO-SEC-VIOL-FILE
           END-IF.
