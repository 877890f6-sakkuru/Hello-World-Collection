      *   2026-09-02  Holiday-group support: assign sites to a
      *                group, key a group holiday once, and list
      *                the effective calendar a site runs against.
      *   2026-10-15  Operator authorization: the user must hold a
      *                HELLO.OPRAUTH row to use the transaction at
      *                all. Setting, deleting, or year-loading a
      *                site's dates and assigning its group need the
      *                calendar-keeper role for the site; setting or
      *                deleting a group holiday needs it for the
      *                group. A refusal is logged on HELLO.SECVIOL.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOCLM.
           SELECT OPTIONAL HELLO-GRP-HOL-FILE ASSIGN TO "HELLOGRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRH-STATUS.
           SELECT HELLO-OPR-AUTH-FILE ASSIGN TO "HELLOOPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-STATUS.
           SELECT OPTIONAL HELLO-SEC-VIOL-FILE ASSIGN TO "HELLOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-CAL-FILE
       FD  HELLO-GRP-HOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRH.
       FD  HELLO-OPR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOOPA.
       FD  HELLO-SEC-VIOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSEC.
       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS               PIC XX              VALUE '00'.
       01  WS-CAL-EOF-SWITCH           PIC X               VALUE 'N'.
       01  WS-SITE-GROUP-CODE          PIC X(4)    VALUE SPACES.
       01  WS-EFF-DAY-TYPE             PIC X(1)    VALUE SPACE.
       01  WS-EFF-NOTE                 PIC X(8)    VALUE SPACES.
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
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
           PERFORM LOAD-CAL-TABLE
           PERFORM LOAD-GROUP-TABLES
           PERFORM UNTIL WS-DONE
                   'as is.'
           END-IF.

      *    Changing a site's own calendar rows or its group needs
      *    the calendar-keeper role for the site; a group holiday
      *    needs it for the group.
       CHECK-SITE-CAL-AUTHORITY.
           MOVE 'C'             TO WS-AUTH-ROLE
           MOVE 'S'             TO WS-AUTH-SCOPE-TYPE
           MOVE WS-IN-SITE-CODE TO WS-AUTH-SCOPE-CODE
           PERFORM CHECK-OPERATOR-AUTHORITY.

       CHECK-GROUP-CAL-AUTHORITY.
           MOVE 'C'              TO WS-AUTH-ROLE
           MOVE 'G'              TO WS-AUTH-SCOPE-TYPE
           MOVE WS-IN-GROUP-CODE TO WS-AUTH-SCOPE-CODE
           PERFORM CHECK-OPERATOR-AUTHORITY.

       FIND-CAL-DATE.
           MOVE 'N' TO WS-DATE-FOUND-SWITCH
           MOVE 0 TO WS-FOUND-IDX
       SET-CAL-DATE.
           DISPLAY 'Site code (4 chars): ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'SET CALENDAR DATE' TO WS-AUTH-ACTION
           PERFORM CHECK-SITE-CAL-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM SET-AUTHORIZED-CAL-DATE
           END-IF.

       SET-AUTHORIZED-CAL-DATE.
           DISPLAY 'Date (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-IN-CAL-DATE
           DISPLAY 'Day type (B/H/W): ' WITH NO ADVANCING
       DELETE-CAL-DATE.
           DISPLAY 'Site code (4 chars): ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'DELETE CALENDAR DATE' TO WS-AUTH-ACTION
           PERFORM CHECK-SITE-CAL-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM DELETE-AUTHORIZED-CAL-DATE
           END-IF.

       DELETE-AUTHORIZED-CAL-DATE.
           DISPLAY 'Date (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-IN-CAL-DATE
           PERFORM FIND-CAL-DATE
       YEAR-LOAD-SITE.
           DISPLAY 'Site code (4 chars): ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'YEAR-LOAD CALENDAR' TO WS-AUTH-ACTION
           PERFORM CHECK-SITE-CAL-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM YEAR-LOAD-AUTHORIZED-SITE
           END-IF.

       YEAR-LOAD-AUTHORIZED-SITE.
           DISPLAY 'Year (YYYY): ' WITH NO ADVANCING
           ACCEPT WS-IN-YEAR
           IF WS-IN-YEAR IS NOT NUMERIC
       ASSIGN-SITE-GROUP.
           DISPLAY 'Site code (4 chars): ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           MOVE 'ASSIGN HOLIDAY GROUP' TO WS-AUTH-ACTION
           PERFORM CHECK-SITE-CAL-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM ASSIGN-AUTHORIZED-SITE-GROUP
           END-IF.

       ASSIGN-AUTHORIZED-SITE-GROUP.
           PERFORM FIND-SITE-GROUP
           IF WS-SITE-GROUP-CODE = SPACES
               DISPLAY 'Site ' WS-IN-SITE-CODE
       SET-GROUP-HOLIDAY.
           DISPLAY 'Group code (4 chars): ' WITH NO ADVANCING
           ACCEPT WS-IN-GROUP-CODE
           MOVE 'SET GROUP HOLIDAY' TO WS-AUTH-ACTION
           PERFORM CHECK-GROUP-CAL-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM SET-AUTHORIZED-GROUP-HOLIDAY
           END-IF.

       SET-AUTHORIZED-GROUP-HOLIDAY.
           DISPLAY 'Holiday date (YYYYMMDD): ' WITH NO ADVANCING
           ACCEPT WS-IN-CAL-DATE
           IF WS-IN-CAL-DATE IS NOT NUMERIC
           END-IF
           DISPLAY CT-DATE(WS-WORK-IDX) ' '
               WS-EFF-DAY-TYPE ' ' WS-EFF-NOTE.

       LOAD-OPERATOR-AUTHORITY.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           OPEN INPUT HELLO-OPR-AUTH-FILE
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY 'HELLOCLM: *** ERROR *** unable to open '
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
                   DISPLAY 'HELLOCLM: user ' WS-USER-ID ' has no '
                       'HELLO.OPRAUTH authority -- access refused'
               END-IF
           END-IF.

       ADD-AUTHORITY-ENTRY.
           IF WS-UA-COUNT >= 50
               DISPLAY 'HELLOCLM: *** ERROR *** HELLO.OPRAUTH has '
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
           MOVE 'HELLOCLM'         TO VL-PROGRAM
           MOVE WS-AUTH-ACTION     TO VL-ACTION
           MOVE WS-AUTH-ROLE       TO VL-ROLE-NEEDED
           MOVE WS-AUTH-SCOPE-TYPE TO VL-SCOPE-TYPE
           MOVE WS-AUTH-SCOPE-CODE TO VL-SCOPE-CODE
           OPEN EXTEND HELLO-SEC-VIOL-FILE
           IF WS-SECV-STATUS NOT = '00'
               AND WS-SECV-STATUS NOT = '05'
               DISPLAY 'HELLOCLM: *** WARNING *** unable to open '
                   'HELLO.SECVIOL, status=' WS-SECV-STATUS
                   ' -- refusal not logged'
           ELSE
               WRITE HELLO-SEC-VIOL-RECORD
               CLOSE HELLO-SEC-VIOL-FILE
           END-IF.
