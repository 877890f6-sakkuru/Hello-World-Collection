      * HELLOEXM - online exception work-off transaction over the
      * HELLO.EXCEPT feed written by HELLO_WORLD, HELLORCN, and
      * HELLOEOC. Lists the exceptions still open, filtered by run
      * date, site, and severity, and lets the morning shift
      * acknowledge one, assign it to an owner, and close it with a
      * resolution note. Who did each of those, and when, is kept
      * on HELLO.EXCSTAT, so the printout-and-whiteboard hand-over
      * between shifts is no longer needed and HELLOEXA can age
      * whatever is still open.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      *   2026-10-15  Operator authorization: the user must hold a
      *                HELLO.OPRAUTH row to use the transaction at
      *                all, and acknowledging, assigning, or closing
      *                an exception needs the hold-operator role for
      *                its site (a run-level exception, with no site,
      *                needs an all-sites scope). A refusal is logged
      *                on HELLO.SECVIOL.
      *   2026-10-15  Only the items not closed on HELLO.EXCSTAT are
      *                loaded; the closed status rows are held aside
      *                and written back unchanged on save. A table
      *                truncated on load can no longer be saved, so
      *                the history of the items left off is not lost.
      *   2026-10-15  A status row and an exception row are paired
      *                once only, so one closed row no longer closes
      *                every exception that shares its key.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOEXM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELLO-EXC-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT OPTIONAL HELLO-EXS-FILE ASSIGN TO "HELLOEXS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXS-STATUS.
           SELECT HELLO-OPR-AUTH-FILE ASSIGN TO "HELLOOPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-STATUS.
           SELECT OPTIONAL HELLO-SEC-VIOL-FILE ASSIGN TO "HELLOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-EXC-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXC.
       FD  HELLO-EXS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOEXS.
       FD  HELLO-OPR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOOPA.
       FD  HELLO-SEC-VIOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSEC.
       WORKING-STORAGE SECTION.
       01  WS-EXC-STATUS               PIC XX              VALUE '00'.
       01  WS-EXS-STATUS               PIC XX              VALUE '00'.
       01  WS-EXC-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXC-EOF                                  VALUE 'Y'.
       01  WS-EXS-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-EXS-EOF                                  VALUE 'Y'.
       01  WS-MATCH-FOUND-SWITCH       PIC X               VALUE 'N'.
           88  WS-MATCH-FOUND                              VALUE 'Y'.
       01  WS-ITEM-OK-SWITCH           PIC X               VALUE 'N'.
           88  WS-ITEM-OK                                  VALUE 'Y'.
       01  WS-DONE-SWITCH              PIC X               VALUE 'N'.
           88  WS-DONE                                     VALUE 'Y'.
       01  WS-TABLE-CHANGED-SWITCH     PIC X               VALUE 'N'.
           88  WS-TABLE-CHANGED                            VALUE 'Y'.
       01  WS-TABLE-TRUNCATED-SWITCH   PIC X               VALUE 'N'.
           88  WS-TABLE-TRUNCATED                          VALUE 'Y'.
       01  WS-CLOSED-FOUND-SWITCH      PIC X               VALUE 'N'.
           88  WS-CLOSED-FOUND                             VALUE 'Y'.
       01  WS-MENU-CHOICE              PIC X.
       01  WS-EM-COUNT                 PIC 9(4)            VALUE 0.
       01  HELLO-EXC-WORK-TABLE.
           05  EM-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-EM-COUNT.
               10  EM-TIMESTAMP        PIC X(21).
               10  EM-PROGRAM          PIC X(8).
               10  EM-SITE-CODE        PIC X(4).
               10  EM-RUN-DATE         PIC X(8).
               10  EM-SHIFT-CODE       PIC X(1).
               10  EM-SEVERITY         PIC X(1).
               10  EM-REASON-CODE      PIC X(8).
               10  EM-TEXT             PIC X(40).
               10  EM-STATUS           PIC X(1).
               10  EM-ACK-USER-ID      PIC X(8).
               10  EM-ACK-TIMESTAMP    PIC X(21).
               10  EM-OWNER-ID         PIC X(8).
               10  EM-ASSIGN-USER-ID   PIC X(8).
               10  EM-ASSIGN-TIMESTAMP PIC X(21).
               10  EM-CLOSE-USER-ID    PIC X(8).
               10  EM-CLOSE-TIMESTAMP  PIC X(21).
               10  EM-RESOLUTION       PIC X(40).
               10  EM-ESCALATED-FLAG   PIC X(1).
               10  EM-MATCHED-FLAG     PIC X(1).
                   88  EM-MATCHED              VALUE 'Y'.
      *    Closed HELLO.EXCSTAT rows, held as read and written back
      *    ahead of the open items on save.
       01  WS-CS-COUNT                 PIC 9(4)            VALUE 0.
       01  HELLO-CLOSED-STATUS-TABLE.
           05  CS-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-CS-COUNT.
               10  CS-ROW              PIC X(188).
               10  CS-ROW-KEY REDEFINES CS-ROW.
                   15  CS-TIMESTAMP    PIC X(21).
                   15  CS-PROGRAM      PIC X(8).
                   15  CS-SITE-CODE    PIC X(4).
                   15  FILLER          PIC X(10).
                   15  CS-REASON-CODE  PIC X(8).
                   15  FILLER          PIC X(137).
               10  CS-USED-FLAG        PIC X(1).
                   88  CS-USED                 VALUE 'Y'.
       01  WS-CS-IDX                   PIC 9(4)            VALUE 0.
       01  WS-LAST-CS-IDX              PIC 9(4)            VALUE 0.
       01  WS-WORK-IDX                 PIC 9(4).
       01  WS-MATCH-IDX                PIC 9(4)            VALUE 0.
       01  WS-LAST-MATCH-IDX           PIC 9(4)            VALUE 0.
       01  WS-SEARCH-START             PIC 9(5)            VALUE 0.
       01  WS-ITEM-NO                  PIC 9(4)            VALUE 0.
       01  WS-ORPHAN-COUNT             PIC 9(4)            VALUE 0.
       01  WS-LIST-COUNT               PIC 9(4)            VALUE 0.
       01  WS-IN-ITEM                  PIC X(4).
       01  WS-IN-RUN-DATE              PIC X(8).
       01  WS-IN-SITE-CODE             PIC X(4).
       01  WS-IN-SEVERITY              PIC X(1).
       01  WS-IN-OWNER-ID              PIC X(8).
       01  WS-IN-RESOLUTION            PIC X(40).
       01  WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01  WS-STATUS-WORD              PIC X(6)    VALUE SPACES.
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
           PERFORM LOAD-CLOSED-STATUS-ROWS
           PERFORM LOAD-EXCEPTION-TABLE
           PERFORM APPLY-STATUS-FILE
           IF WS-TABLE-TRUNCATED
               DISPLAY 'HELLOEXM: *** WARNING *** the work table is '
                   'incomplete -- changes made now cannot be saved'
           END-IF
           PERFORM UNTIL WS-DONE
               PERFORM SHOW-MENU
               PERFORM PROCESS-CHOICE
           END-PERFORM
           STOP RUN.

       SHOW-MENU.
           DISPLAY ' '
           DISPLAY 'HELLOEXM -- HELLO.EXCEPT work-off'
           DISPLAY '  1. List open exceptions'
           DISPLAY '  2. Acknowledge an exception'
           DISPLAY '  3. Assign an exception to an owner'
           DISPLAY '  4. Close an exception with a resolution'
           DISPLAY '  5. Show one exception in full'
           DISPLAY '  6. Save and exit'
           DISPLAY '  7. Exit without saving'
           DISPLAY 'Select an option: ' WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

       PROCESS-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN '1' PERFORM LIST-OPEN-EXCEPTIONS
               WHEN '2' PERFORM ACKNOWLEDGE-EXCEPTION
               WHEN '3' PERFORM ASSIGN-EXCEPTION
               WHEN '4' PERFORM CLOSE-EXCEPTION
               WHEN '5' PERFORM SHOW-EXCEPTION
               WHEN '6'
                   PERFORM SAVE-STATUS-FILE
                   SET WS-DONE TO TRUE
               WHEN '7'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Invalid option, try again.'
           END-EVALUATE.

       LOAD-EXCEPTION-TABLE.
           OPEN INPUT HELLO-EXC-FILE
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY 'HELLOEXM: HELLO.EXCEPT not found or empty '
                   '-- no exceptions to work'
           ELSE
               PERFORM UNTIL WS-EXC-EOF
                   READ HELLO-EXC-FILE
                       AT END
                           SET WS-EXC-EOF TO TRUE
                       NOT AT END
                           PERFORM FIND-CLOSED-STATUS-ROW
                           IF NOT WS-CLOSED-FOUND
                               IF WS-EM-COUNT >= 5000
                                   DISPLAY 'HELLOEXM: *** ERROR *** '
                                       'HELLO.EXCEPT has more than '
                                       '5000 open rows -- extra rows '
                                       'ignored'
                                   SET WS-TABLE-TRUNCATED TO TRUE
                                   SET WS-EXC-EOF TO TRUE
                               ELSE
                                   PERFORM ADD-EXCEPTION-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-EXC-FILE.

      *    Closed items are not worked again; their status rows are
      *    only held here to be written back as they were read.
       LOAD-CLOSED-STATUS-ROWS.
           OPEN INPUT HELLO-EXS-FILE
           IF WS-EXS-STATUS = '00'
               PERFORM UNTIL WS-EXS-EOF
                   READ HELLO-EXS-FILE
                       AT END
                           SET WS-EXS-EOF TO TRUE
                       NOT AT END
                           IF XS-STATUS-CLOSED
                               PERFORM HOLD-CLOSED-STATUS-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-EXS-FILE
           MOVE 'N' TO WS-EXS-EOF-SWITCH.

       HOLD-CLOSED-STATUS-ROW.
           IF WS-CS-COUNT >= 5000
               DISPLAY 'HELLOEXM: *** ERROR *** HELLO.EXCSTAT has more '
                   'than 5000 closed rows -- run the HELLOHKP purge'
               SET WS-TABLE-TRUNCATED TO TRUE
               SET WS-EXS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CS-COUNT
               MOVE HELLO-EXC-STATUS-RECORD TO CS-ROW(WS-CS-COUNT)
               MOVE 'N' TO CS-USED-FLAG(WS-CS-COUNT)
           END-IF.

       FIND-CLOSED-STATUS-ROW.
      * Same search as APPLY-ONE-STATUS-ROW: from just past the last
      * closed row found, wrapping round once.
           MOVE 'N' TO WS-CLOSED-FOUND-SWITCH
           COMPUTE WS-SEARCH-START = WS-LAST-CS-IDX + 1
           PERFORM VARYING WS-CS-IDX FROM WS-SEARCH-START BY 1
                   UNTIL WS-CS-IDX > WS-CS-COUNT
                       OR WS-CLOSED-FOUND
               PERFORM MATCH-CLOSED-ROW
           END-PERFORM
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-LAST-CS-IDX
                       OR WS-CLOSED-FOUND
               PERFORM MATCH-CLOSED-ROW
           END-PERFORM.

      * The key is not unique on its own -- rows written within the
      * same hundredth of a second share it -- so each closed row is
      * paired with one exception only, in file order.
       MATCH-CLOSED-ROW.
           IF NOT CS-USED(WS-CS-IDX)
               AND CS-TIMESTAMP(WS-CS-IDX) = EX-TIMESTAMP
               AND CS-PROGRAM(WS-CS-IDX) = EX-PROGRAM
               AND CS-SITE-CODE(WS-CS-IDX) = EX-SITE-CODE
               AND CS-REASON-CODE(WS-CS-IDX) = EX-REASON-CODE
               MOVE WS-CS-IDX TO WS-LAST-CS-IDX
               SET CS-USED(WS-CS-IDX) TO TRUE
               SET WS-CLOSED-FOUND TO TRUE
           END-IF.

       ADD-EXCEPTION-ENTRY.
           ADD 1 TO WS-EM-COUNT
           MOVE EX-TIMESTAMP   TO EM-TIMESTAMP(WS-EM-COUNT)
           MOVE EX-PROGRAM     TO EM-PROGRAM(WS-EM-COUNT)
           MOVE EX-SITE-CODE   TO EM-SITE-CODE(WS-EM-COUNT)
           MOVE EX-RUN-DATE    TO EM-RUN-DATE(WS-EM-COUNT)
           MOVE EX-SHIFT-CODE  TO EM-SHIFT-CODE(WS-EM-COUNT)
           MOVE EX-SEVERITY    TO EM-SEVERITY(WS-EM-COUNT)
           MOVE EX-REASON-CODE TO EM-REASON-CODE(WS-EM-COUNT)
           MOVE EX-TEXT        TO EM-TEXT(WS-EM-COUNT)
           MOVE 'O'            TO EM-STATUS(WS-EM-COUNT)
           MOVE SPACES         TO EM-ACK-USER-ID(WS-EM-COUNT)
           MOVE SPACES         TO EM-ACK-TIMESTAMP(WS-EM-COUNT)
           MOVE SPACES         TO EM-OWNER-ID(WS-EM-COUNT)
           MOVE SPACES         TO EM-ASSIGN-USER-ID(WS-EM-COUNT)
           MOVE SPACES         TO EM-ASSIGN-TIMESTAMP(WS-EM-COUNT)
           MOVE SPACES         TO EM-CLOSE-USER-ID(WS-EM-COUNT)
           MOVE SPACES         TO EM-CLOSE-TIMESTAMP(WS-EM-COUNT)
           MOVE SPACES         TO EM-RESOLUTION(WS-EM-COUNT)
           MOVE 'N'            TO EM-ESCALATED-FLAG(WS-EM-COUNT)
           MOVE 'N'            TO EM-MATCHED-FLAG(WS-EM-COUNT).

       APPLY-STATUS-FILE.
           OPEN INPUT HELLO-EXS-FILE
           IF WS-EXS-STATUS = '00'
               PERFORM UNTIL WS-EXS-EOF
                   READ HELLO-EXS-FILE
                       AT END
                           SET WS-EXS-EOF TO TRUE
                       NOT AT END
                           IF NOT XS-STATUS-CLOSED
                               PERFORM APPLY-ONE-STATUS-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-EXS-FILE
           IF WS-ORPHAN-COUNT > 0
               DISPLAY 'HELLOEXM: ' WS-ORPHAN-COUNT ' HELLO.EXCSTAT '
                   'row(s) no longer match HELLO.EXCEPT -- dropped '
                   'on save'
           END-IF.

       APPLY-ONE-STATUS-ROW.
      * Status rows are saved in HELLO.EXCEPT order, so the search
      * starts just past the last match and only wraps round when
      * the feed has been reordered.
           MOVE 'N' TO WS-MATCH-FOUND-SWITCH
           COMPUTE WS-SEARCH-START = WS-LAST-MATCH-IDX + 1
           PERFORM VARYING WS-WORK-IDX FROM WS-SEARCH-START BY 1
                   UNTIL WS-WORK-IDX > WS-EM-COUNT
                       OR WS-MATCH-FOUND
               PERFORM MATCH-STATUS-ROW
           END-PERFORM
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-LAST-MATCH-IDX
                       OR WS-MATCH-FOUND
               PERFORM MATCH-STATUS-ROW
           END-PERFORM
           IF WS-MATCH-FOUND
               MOVE WS-MATCH-IDX TO WS-LAST-MATCH-IDX
               MOVE XS-STATUS     TO EM-STATUS(WS-MATCH-IDX)
               MOVE XS-ACK-USER-ID
                   TO EM-ACK-USER-ID(WS-MATCH-IDX)
               MOVE XS-ACK-TIMESTAMP
                   TO EM-ACK-TIMESTAMP(WS-MATCH-IDX)
               MOVE XS-OWNER-ID   TO EM-OWNER-ID(WS-MATCH-IDX)
               MOVE XS-ASSIGN-USER-ID
                   TO EM-ASSIGN-USER-ID(WS-MATCH-IDX)
               MOVE XS-ASSIGN-TIMESTAMP
                   TO EM-ASSIGN-TIMESTAMP(WS-MATCH-IDX)
               MOVE XS-CLOSE-USER-ID
                   TO EM-CLOSE-USER-ID(WS-MATCH-IDX)
               MOVE XS-CLOSE-TIMESTAMP
                   TO EM-CLOSE-TIMESTAMP(WS-MATCH-IDX)
               MOVE XS-RESOLUTION TO EM-RESOLUTION(WS-MATCH-IDX)
               MOVE XS-ESCALATED-FLAG
                   TO EM-ESCALATED-FLAG(WS-MATCH-IDX)
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF.

      * As in MATCH-CLOSED-ROW, an exception already paired with a
      * status row is not paired again.
       MATCH-STATUS-ROW.
           IF NOT EM-MATCHED(WS-WORK-IDX)
               AND EM-TIMESTAMP(WS-WORK-IDX) = XS-TIMESTAMP
               AND EM-PROGRAM(WS-WORK-IDX) = XS-PROGRAM
               AND EM-SITE-CODE(WS-WORK-IDX) = XS-SITE-CODE
               AND EM-REASON-CODE(WS-WORK-IDX) = XS-REASON-CODE
               MOVE WS-WORK-IDX TO WS-MATCH-IDX
               SET EM-MATCHED(WS-WORK-IDX) TO TRUE
               SET WS-MATCH-FOUND TO TRUE
           END-IF.

       SAVE-STATUS-FILE.
           IF WS-TABLE-CHANGED AND WS-TABLE-TRUNCATED
               DISPLAY 'HELLO.EXCSTAT NOT updated -- the work table '
                   'was incomplete; run the HELLOHKP purge first.'
           END-IF
           IF WS-TABLE-CHANGED AND NOT WS-TABLE-TRUNCATED
               OPEN OUTPUT HELLO-EXS-FILE
               IF WS-EXS-STATUS NOT = '00'
                   AND WS-EXS-STATUS NOT = '05'
                   DISPLAY 'HELLOEXM: *** ERROR *** unable to open '
                       'HELLO.EXCSTAT for output, status='
                       WS-EXS-STATUS
                   DISPLAY 'HELLO.EXCSTAT NOT updated.'
               ELSE
                   PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                           UNTIL WS-CS-IDX > WS-CS-COUNT
                       WRITE HELLO-EXC-STATUS-RECORD
                           FROM CS-ROW(WS-CS-IDX)
                   END-PERFORM
                   PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                           UNTIL WS-WORK-IDX > WS-EM-COUNT
                       PERFORM WRITE-STATUS-ROW
                   END-PERFORM
                   CLOSE HELLO-EXS-FILE
                   DISPLAY 'HELLO.EXCSTAT updated -- ' WS-EM-COUNT
                       ' worked and ' WS-CS-COUNT
                       ' earlier closed exception(s) on file.'
               END-IF
           END-IF
           IF NOT WS-TABLE-CHANGED
               DISPLAY 'No changes made -- HELLO.EXCSTAT left as is.'
           END-IF.

       WRITE-STATUS-ROW.
           MOVE EM-TIMESTAMP(WS-WORK-IDX)   TO XS-TIMESTAMP
           MOVE EM-PROGRAM(WS-WORK-IDX)     TO XS-PROGRAM
           MOVE EM-SITE-CODE(WS-WORK-IDX)   TO XS-SITE-CODE
           MOVE EM-RUN-DATE(WS-WORK-IDX)    TO XS-RUN-DATE
           MOVE EM-SHIFT-CODE(WS-WORK-IDX)  TO XS-SHIFT-CODE
           MOVE EM-SEVERITY(WS-WORK-IDX)    TO XS-SEVERITY
           MOVE EM-REASON-CODE(WS-WORK-IDX) TO XS-REASON-CODE
           MOVE EM-STATUS(WS-WORK-IDX)      TO XS-STATUS
           MOVE EM-ACK-USER-ID(WS-WORK-IDX) TO XS-ACK-USER-ID
           MOVE EM-ACK-TIMESTAMP(WS-WORK-IDX)
               TO XS-ACK-TIMESTAMP
           MOVE EM-OWNER-ID(WS-WORK-IDX)    TO XS-OWNER-ID
           MOVE EM-ASSIGN-USER-ID(WS-WORK-IDX)
               TO XS-ASSIGN-USER-ID
           MOVE EM-ASSIGN-TIMESTAMP(WS-WORK-IDX)
               TO XS-ASSIGN-TIMESTAMP
           MOVE EM-CLOSE-USER-ID(WS-WORK-IDX)
               TO XS-CLOSE-USER-ID
           MOVE EM-CLOSE-TIMESTAMP(WS-WORK-IDX)
               TO XS-CLOSE-TIMESTAMP
           MOVE EM-RESOLUTION(WS-WORK-IDX)  TO XS-RESOLUTION
           MOVE EM-ESCALATED-FLAG(WS-WORK-IDX)
               TO XS-ESCALATED-FLAG
           WRITE HELLO-EXC-STATUS-RECORD.

       LIST-OPEN-EXCEPTIONS.
           DISPLAY 'Run date (YYYYMMDD, blank = all): '
               WITH NO ADVANCING
           ACCEPT WS-IN-RUN-DATE
           DISPLAY 'Site code (blank = all): ' WITH NO ADVANCING
           ACCEPT WS-IN-SITE-CODE
           DISPLAY 'Severity (E/W, blank = all): ' WITH NO ADVANCING
           ACCEPT WS-IN-SEVERITY
           MOVE 0 TO WS-LIST-COUNT
           DISPLAY 'ITEM RUN-DATE S SITE V REASON   STATUS OWNER    '
               'TEXT'
           PERFORM VARYING WS-WORK-IDX FROM 1 BY 1
                   UNTIL WS-WORK-IDX > WS-EM-COUNT
               IF EM-STATUS(WS-WORK-IDX) NOT = 'C'
                   AND (WS-IN-RUN-DATE = SPACES
                       OR EM-RUN-DATE(WS-WORK-IDX) = WS-IN-RUN-DATE)
                   AND (WS-IN-SITE-CODE = SPACES
                       OR EM-SITE-CODE(WS-WORK-IDX) = WS-IN-SITE-CODE)
                   AND (WS-IN-SEVERITY = SPACES
                       OR EM-SEVERITY(WS-WORK-IDX) = WS-IN-SEVERITY)
                   PERFORM SET-STATUS-WORD
                   DISPLAY WS-WORK-IDX ' '
                       EM-RUN-DATE(WS-WORK-IDX) ' '
                       EM-SHIFT-CODE(WS-WORK-IDX) ' '
                       EM-SITE-CODE(WS-WORK-IDX) ' '
                       EM-SEVERITY(WS-WORK-IDX) ' '
                       EM-REASON-CODE(WS-WORK-IDX) ' '
                       WS-STATUS-WORD ' '
                       EM-OWNER-ID(WS-WORK-IDX) ' '
                       EM-TEXT(WS-WORK-IDX)(1:30)
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM
           DISPLAY WS-LIST-COUNT ' open exception(s) listed.'.

       SET-STATUS-WORD.
           EVALUATE EM-STATUS(WS-WORK-IDX)
               WHEN 'A' MOVE 'ACKED ' TO WS-STATUS-WORD
               WHEN 'C' MOVE 'CLOSED' TO WS-STATUS-WORD
               WHEN OTHER MOVE 'OPEN  ' TO WS-STATUS-WORD
           END-EVALUATE.

      *    The caller sets WS-AUTH-ACTION; working an exception off
      *    needs the hold-operator role for its site.
       GET-ITEM-NUMBER.
           MOVE 'N' TO WS-ITEM-OK-SWITCH
           MOVE 0 TO WS-ITEM-NO
           DISPLAY 'Item number (from the list): ' WITH NO ADVANCING
           ACCEPT WS-IN-ITEM
           IF WS-IN-ITEM NOT = SPACES
               COMPUTE WS-ITEM-NO = FUNCTION NUMVAL(WS-IN-ITEM)
           END-IF
           IF WS-ITEM-NO = 0 OR WS-ITEM-NO > WS-EM-COUNT
               DISPLAY 'No exception with item number ' WS-IN-ITEM '.'
           ELSE
               IF EM-STATUS(WS-ITEM-NO) = 'C'
                   DISPLAY 'Item ' WS-ITEM-NO ' is already closed by '
                       EM-CLOSE-USER-ID(WS-ITEM-NO) '.'
               ELSE
                   MOVE 'H' TO WS-AUTH-ROLE
                   MOVE 'S' TO WS-AUTH-SCOPE-TYPE
                   MOVE EM-SITE-CODE(WS-ITEM-NO) TO WS-AUTH-SCOPE-CODE
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF WS-AUTHORIZED
                       SET WS-ITEM-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       ACKNOWLEDGE-EXCEPTION.
           MOVE 'ACK EXCEPTION' TO WS-AUTH-ACTION
           PERFORM GET-ITEM-NUMBER
           IF WS-ITEM-OK
               IF EM-STATUS(WS-ITEM-NO) = 'A'
                   DISPLAY 'Item ' WS-ITEM-NO ' was already '
                       'acknowledged by ' EM-ACK-USER-ID(WS-ITEM-NO)
                       '.'
               ELSE
                   MOVE 'A'        TO EM-STATUS(WS-ITEM-NO)
                   MOVE WS-USER-ID TO EM-ACK-USER-ID(WS-ITEM-NO)
                   MOVE FUNCTION CURRENT-DATE
                       TO EM-ACK-TIMESTAMP(WS-ITEM-NO)
                   SET WS-TABLE-CHANGED TO TRUE
                   DISPLAY 'Item ' WS-ITEM-NO ' acknowledged.'
               END-IF
           END-IF.

       ASSIGN-EXCEPTION.
           MOVE 'ASSIGN EXCEPTION' TO WS-AUTH-ACTION
           PERFORM GET-ITEM-NUMBER
           IF WS-ITEM-OK
               DISPLAY 'Owner user ID: ' WITH NO ADVANCING
               ACCEPT WS-IN-OWNER-ID
               IF WS-IN-OWNER-ID = SPACES
                   DISPLAY 'Owner is required -- item NOT assigned.'
               ELSE
                   MOVE WS-IN-OWNER-ID TO EM-OWNER-ID(WS-ITEM-NO)
                   MOVE WS-USER-ID
                       TO EM-ASSIGN-USER-ID(WS-ITEM-NO)
                   MOVE FUNCTION CURRENT-DATE
                       TO EM-ASSIGN-TIMESTAMP(WS-ITEM-NO)
                   SET WS-TABLE-CHANGED TO TRUE
                   DISPLAY 'Item ' WS-ITEM-NO ' assigned to '
                       WS-IN-OWNER-ID '.'
               END-IF
           END-IF.

       CLOSE-EXCEPTION.
           MOVE 'CLOSE EXCEPTION' TO WS-AUTH-ACTION
           PERFORM GET-ITEM-NUMBER
           IF WS-ITEM-OK
               DISPLAY 'Resolution note: ' WITH NO ADVANCING
               ACCEPT WS-IN-RESOLUTION
               IF WS-IN-RESOLUTION = SPACES
                   DISPLAY 'A resolution note is required -- item '
                       'NOT closed.'
               ELSE
                   MOVE 'C'        TO EM-STATUS(WS-ITEM-NO)
                   MOVE WS-USER-ID TO EM-CLOSE-USER-ID(WS-ITEM-NO)
                   MOVE FUNCTION CURRENT-DATE
                       TO EM-CLOSE-TIMESTAMP(WS-ITEM-NO)
                   MOVE WS-IN-RESOLUTION
                       TO EM-RESOLUTION(WS-ITEM-NO)
                   SET WS-TABLE-CHANGED TO TRUE
                   DISPLAY 'Item ' WS-ITEM-NO ' closed.'
               END-IF
           END-IF.

       SHOW-EXCEPTION.
           MOVE 0 TO WS-ITEM-NO
           DISPLAY 'Item number (from the list): ' WITH NO ADVANCING
           ACCEPT WS-IN-ITEM
           IF WS-IN-ITEM NOT = SPACES
               COMPUTE WS-ITEM-NO = FUNCTION NUMVAL(WS-IN-ITEM)
           END-IF
           IF WS-ITEM-NO = 0 OR WS-ITEM-NO > WS-EM-COUNT
               DISPLAY 'No exception with item number ' WS-IN-ITEM '.'
           ELSE
               MOVE WS-ITEM-NO TO WS-WORK-IDX
               PERFORM SET-STATUS-WORD
               DISPLAY 'Raised      : ' EM-TIMESTAMP(WS-ITEM-NO)
                   ' by ' EM-PROGRAM(WS-ITEM-NO)
               DISPLAY 'Cycle       : ' EM-RUN-DATE(WS-ITEM-NO)
                   ' shift ' EM-SHIFT-CODE(WS-ITEM-NO)
                   '  site ' EM-SITE-CODE(WS-ITEM-NO)
               DISPLAY 'Reason      : ' EM-SEVERITY(WS-ITEM-NO) ' '
                   EM-REASON-CODE(WS-ITEM-NO) ' '
                   EM-TEXT(WS-ITEM-NO)
               DISPLAY 'Status      : ' WS-STATUS-WORD
               DISPLAY 'Acknowledged: ' EM-ACK-USER-ID(WS-ITEM-NO)
                   ' ' EM-ACK-TIMESTAMP(WS-ITEM-NO)
               DISPLAY 'Owner       : ' EM-OWNER-ID(WS-ITEM-NO)
                   ' (assigned by ' EM-ASSIGN-USER-ID(WS-ITEM-NO)
                   ' ' EM-ASSIGN-TIMESTAMP(WS-ITEM-NO) ')'
               DISPLAY 'Closed      : ' EM-CLOSE-USER-ID(WS-ITEM-NO)
                   ' ' EM-CLOSE-TIMESTAMP(WS-ITEM-NO)
               DISPLAY 'Resolution  : ' EM-RESOLUTION(WS-ITEM-NO)
               IF EM-ESCALATED-FLAG(WS-ITEM-NO) = 'Y'
                   DISPLAY 'Escalated   : still open after the next '
                       'cycle'
               END-IF
           END-IF.

       LOAD-OPERATOR-AUTHORITY.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           OPEN INPUT HELLO-OPR-AUTH-FILE
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY 'HELLOEXM: *** ERROR *** unable to open '
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
                   DISPLAY 'HELLOEXM: user ' WS-USER-ID ' has no '
                       'HELLO.OPRAUTH authority -- access refused'
               END-IF
           END-IF.

       ADD-AUTHORITY-ENTRY.
           IF WS-UA-COUNT >= 50
               DISPLAY 'HELLOEXM: *** ERROR *** HELLO.OPRAUTH has '
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
           MOVE 'HELLOEXM'         TO VL-PROGRAM
           MOVE WS-AUTH-ACTION     TO VL-ACTION
           MOVE WS-AUTH-ROLE       TO VL-ROLE-NEEDED
           MOVE WS-AUTH-SCOPE-TYPE TO VL-SCOPE-TYPE
           MOVE WS-AUTH-SCOPE-CODE TO VL-SCOPE-CODE
           OPEN EXTEND HELLO-SEC-VIOL-FILE
           IF WS-SECV-STATUS NOT = '00'
               AND WS-SECV-STATUS NOT = '05'
               DISPLAY 'HELLOEXM: *** WARNING *** unable to open '
                   'HELLO.SECVIOL, status=' WS-SECV-STATUS
                   ' -- refusal not logged'
           ELSE
               WRITE HELLO-SEC-VIOL-RECORD
               CLOSE HELLO-SEC-VIOL-FILE
           END-IF.
