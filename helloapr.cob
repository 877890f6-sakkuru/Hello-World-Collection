      * HELLO.SITEHIST history row with both user IDs (who keyed it,
      * who approved it). An operator cannot approve their own
      * change. Skipped changes stay on the queue; rejected ones are
      * removed without touching HELLO.SITES. An approved delete
      * also retires the site from HELLO.SLATGT, HELLO.CALENDAR,
      * HELLO.SITEGRP, and HELLO.HOLDS (archived to HELLO.SITERET,
      * listed on the HELLO.RETRPT cascade report). The approved
      * delete stays on HELLO.SITEPND as a retirement row until every
      * dependent file is cleared, so a run cut short is finished by
      * the next one.
      ***************************************************************
      * Modification history
      *   2026-09-02  Initial version.
      *                untouched, instead of reviewing the first
      *                rows and losing the unread tail when the
      *                queue file was rewritten.
      *   2026-10-15  Effective-dated greeting versions: every
      *                approved add/change/delete is now filed on
      *                the HELLO.SITEVER version timeline. A change
      *                queued with a future effective date becomes a
      *                future version and HELLO.SITES keeps the
      *                version now in force (with its effective-
      *                from/-to dates); each run first rolls any
      *                version whose date has arrived onto
      *                HELLO.SITES. A delete closes the site's
      *                timeline at today and drops its unstarted
      *                versions. The review shows the effective
      *                date and the history row carries it.
      *   2026-10-15  Site retirement cascade: the rows of every
      *                site whose delete was approved this session
      *                are archived from HELLO.SLATGT,
      *                HELLO.CALENDAR, HELLO.SITEGRP, and HELLO.HOLDS
      *                to HELLO.SITERET and removed from the live
      *                files, with a cascade report per file, so a
      *                decommission is one approved action instead
      *                of four hand edits.
      *   2026-10-15  Operator authorization: the user must hold a
      *                HELLO.OPRAUTH row to use the transaction at
      *                all, and approving or rejecting a change needs
      *                the approver role for the site it touches. A
      *                refusal is logged on HELLO.SECVIOL and the
      *                change is left pending.
      *   2026-10-15  Site retirement is now restartable: an approved
      *                delete is held on HELLO.SITEPND as a
      *                retirement row (action R, with the approver)
      *                until the cascade has cleared every dependent
      *                file, and each run first resumes any
      *                retirement an earlier run left unfinished.
      *                Retired rows go to HELLO.SITERET only after
      *                the live file has been rewritten, so a failed
      *                rewrite archives nothing.
      *   2026-10-15  A change or add that cannot be written to
      *                HELLO.SITES is taken back out of the version
      *                timeline as well -- a version it replaced and
      *                the end dates it moved are put back -- so an
      *                unapplied change is never saved to
      *                HELLO.SITEVER for a later promotion.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOAPR.
           SELECT OPTIONAL HELLO-SITE-HIST-FILE ASSIGN TO "HELLOSHY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL HELLO-SITE-VER-FILE ASSIGN TO "HELLOSVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VER-STATUS.
           SELECT OPTIONAL HELLO-SLA-TGT-FILE ASSIGN TO "HELLOSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLT-STATUS.
           SELECT OPTIONAL HELLO-CAL-FILE ASSIGN TO "HELLOCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL HELLO-GRP-ASSIGN-FILE ASSIGN TO "HELLOGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRA-STATUS.
           SELECT OPTIONAL HELLO-HOLD-FILE ASSIGN TO "HELLOHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OPTIONAL HELLO-RETIRE-ARCH-FILE ASSIGN TO "HELLORTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTA-STATUS.
           SELECT HELLO-RTO-FILE ASSIGN TO "HELLORTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTO-STATUS.
           SELECT HELLO-OPR-AUTH-FILE ASSIGN TO "HELLOOPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPA-STATUS.
           SELECT OPTIONAL HELLO-SEC-VIOL-FILE ASSIGN TO "HELLOSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-SITE-PEND-FILE
       FD  HELLO-SITE-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSHY.
       FD  HELLO-SITE-VER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSVR.
       FD  HELLO-SLA-TGT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSLT.
       FD  HELLO-CAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCAL.
       FD  HELLO-GRP-ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRA.
       FD  HELLO-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOHLD.
       FD  HELLO-RETIRE-ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLORTA.
       FD  HELLO-RTO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLORTO.
       FD  HELLO-OPR-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOOPA.
       FD  HELLO-SEC-VIOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSEC.
       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS              PIC XX              VALUE '00'.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-HIST-STATUS              PIC XX              VALUE '00'.
       01  WS-VER-STATUS               PIC XX              VALUE '00'.
       01  WS-VER-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-VER-EOF                                  VALUE 'Y'.
       01  WS-VER-OVERFLOW-SWITCH      PIC X               VALUE 'N'.
           88  WS-VER-OVERFLOW                             VALUE 'Y'.
       01  WS-VER-CHANGED-SWITCH       PIC X               VALUE 'N'.
           88  WS-VER-CHANGED                              VALUE 'Y'.
       01  WS-VER-FOUND-SWITCH         PIC X               VALUE 'N'.
           88  WS-VER-FOUND                                VALUE 'Y'.
       01  WS-SITE-SYNCED-SWITCH       PIC X               VALUE 'N'.
           88  WS-SITE-SYNCED                              VALUE 'Y'.
       01  WS-VER-COUNT                PIC 9(4)            VALUE 0.
       01  HELLO-VER-TABLE.
           05  VT-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-VER-COUNT.
               10  VT-KEY.
                   15  VT-SITE-CODE    PIC X(4).
                   15  VT-EFFECTIVE-FROM
                                       PIC X(8).
               10  VT-EFFECTIVE-TO     PIC X(8).
               10  VT-LANGUAGE-CODE    PIC X(2).
               10  VT-UTC-OFFSET       PIC X(5).
               10  VT-GREETING-TEXT    PIC X(40).
               10  VT-USER-ID          PIC X(8).
               10  VT-APPROVER-ID      PIC X(8).
               10  VT-TIMESTAMP        PIC X(21).
      *    What MAKE-ROOM-FOR-VERSION and RECOMPUTE-SITE-TO-DATES
      *    changed for the version being applied, so that a change
      *    HELLO.SITES will not take can be taken back out.
       01  WS-VT-REPLACED-SWITCH       PIC X               VALUE 'N'.
           88  WS-VT-REPLACED                              VALUE 'Y'.
       01  WS-REPLACED-VT-ENTRY        PIC X(104)  VALUE SPACES.
       01  WS-SAVED-TO-COUNT           PIC 9(4)            VALUE 0.
       01  HELLO-SAVED-TO-TABLE.
           05  ST-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-SAVED-TO-COUNT.
               10  ST-VT-IDX           PIC 9(4).
               10  ST-EFFECTIVE-TO     PIC X(8).
       01  WS-ST-IDX                   PIC 9(4)            VALUE 0.
       01  WS-VT-IDX                   PIC 9(4)            VALUE 0.
       01  WS-VT-POS                   PIC 9(4)            VALUE 0.
       01  WS-VT-SCAN                  PIC 9(4)            VALUE 0.
       01  WS-VF-IDX                   PIC 9(4)            VALUE 0.
       01  WS-NEW-KEY.
           05  WS-NEW-SITE-CODE        PIC X(4)    VALUE SPACES.
           05  WS-NEW-FROM             PIC X(8)    VALUE SPACES.
       01  WS-PREV-SITE-CODE           PIC X(4)    VALUE SPACES.
       01  WS-TODAY-DATE               PIC X(8)    VALUE SPACES.
       01  WS-EFF-DATE                 PIC X(8)    VALUE SPACES.
       01  WS-DATE-NUM                 PIC 9(8)            VALUE 0.
       01  WS-DATE-TEXT                PIC X(8)    VALUE SPACES.
       01  WS-PROMOTED-COUNT           PIC 9(4)            VALUE 0.
       01  WS-SLT-STATUS               PIC XX              VALUE '00'.
       01  WS-CAL-STATUS               PIC XX              VALUE '00'.
       01  WS-GRA-STATUS               PIC XX              VALUE '00'.
       01  WS-HOLD-STATUS              PIC XX              VALUE '00'.
       01  WS-RTA-STATUS               PIC XX              VALUE '00'.
       01  WS-RTO-STATUS               PIC XX              VALUE '00'.
       01  WS-CASCADE-EOF-SWITCH       PIC X               VALUE 'N'.
           88  WS-CASCADE-EOF                              VALUE 'Y'.
       01  WS-SPLIT-OK-SWITCH          PIC X               VALUE 'Y'.
           88  WS-SPLIT-OK                                 VALUE 'Y'.
       01  WS-RETIRED-SWITCH           PIC X               VALUE 'N'.
           88  WS-SITE-RETIRED                             VALUE 'Y'.
       01  WS-RETIRE-COUNT             PIC 9(3)            VALUE 0.
       01  HELLO-RETIRE-TABLE.
           05  RT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-RETIRE-COUNT.
               10  RT-SITE-CODE        PIC X(4).
               10  RT-USER-ID          PIC X(8).
               10  RT-CAL-COUNT        PIC 9(5).
               10  RT-CAL-FIRST        PIC X(8).
               10  RT-CAL-LAST         PIC X(8).
               10  RT-APPROVER-ID      PIC X(8).
               10  RT-PT-IDX           PIC 9(3).
       01  WS-RT-IDX                   PIC 9(3)            VALUE 0.
       01  WS-RT-FOUND-IDX             PIC 9(3)            VALUE 0.
       01  WS-HELD-PT-IDX              PIC 9(3)            VALUE 0.
       01  WS-CASCADE-OK-SWITCH        PIC X               VALUE 'Y'.
           88  WS-CASCADE-OK                               VALUE 'Y'.
       01  WS-KEEP-FULL-SWITCH         PIC X               VALUE 'N'.
           88  WS-KEEP-FULL                                VALUE 'Y'.
       01  WS-ARCH-FAILED-SWITCH       PIC X               VALUE 'N'.
           88  WS-ARCH-FAILED                              VALUE 'Y'.
       01  WS-ROWS-READ                PIC 9(7)            VALUE 0.
       01  WS-ROWS-KEPT                PIC 9(7)            VALUE 0.
       01  WS-KEEP-COUNT               PIC 9(5)            VALUE 0.
       01  HELLO-KEEP-TABLE.
           05  KP-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-KEEP-COUNT.
               10  KP-ROW              PIC X(80).
               10  KP-RT-IDX           PIC 9(3).
       01  WS-KP-IDX                   PIC 9(5)            VALUE 0.
       01  WS-ROW-SITE-CODE            PIC X(4)    VALUE SPACES.
       01  WS-ROW-IMAGE                PIC X(80)   VALUE SPACES.
       01  WS-SOURCE-FILE              PIC X(8)    VALUE SPACES.
       01  WS-SOURCE-DSN               PIC X(14)   VALUE SPACES.
       01  WS-REMOVED-COUNT            PIC 9(5)            VALUE 0.
       01  WS-TOTAL-REMOVED            PIC 9(5)            VALUE 0.
       01  WS-RTO-LINE                 PIC X(80)   VALUE SPACES.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-COUNT-EDIT2              PIC ZZZZZZ9.
       01  WS-PEND-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-PEND-EOF                                 VALUE 'Y'.
       01  WS-SITE-FOUND-SWITCH        PIC X               VALUE 'N'.
       01  HELLO-PEND-TABLE.
           05  PT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-PEND-COUNT.
               10  PT-ROW              PIC X(148).
               10  PT-DISPOSITION      PIC X(1).
                   88  PT-KEEP                     VALUE 'K'.
                   88  PT-APPLIED                  VALUE 'A'.
       01  WS-APPLIED-COUNT            PIC 9(3)            VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(3)            VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(3)            VALUE 0.
       01  WS-REVIEW-COUNT             PIC 9(3)            VALUE 0.
       01  WS-RESUMED-COUNT            PIC 9(3)            VALUE 0.
       01  WS-HELD-COUNT               PIC 9(3)            VALUE 0.
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
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           PERFORM LOAD-OPERATOR-AUTHORITY
           IF WS-UA-COUNT = 0
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-PEND-TABLE
           PERFORM LOAD-VERSION-TABLE
           EVALUATE TRUE
               WHEN WS-PEND-OVERFLOW
                   DISPLAY 'HELLOAPR: *** ERROR *** HELLO.SITEPND '
                       'and the queue left untouched; investigate '
                       'the backlog'
                   MOVE 16 TO RETURN-CODE
               WHEN WS-VER-OVERFLOW
                   DISPLAY 'HELLOAPR: *** ERROR *** HELLO.SITEVER '
                       'has more than 2000 rows -- nothing reviewed '
                       'and the queue left untouched; archive old '
                       'versions first'
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   PERFORM REVIEW-PEND-QUEUE
           END-EVALUATE
       REVIEW-PEND-QUEUE.
           PERFORM OPEN-SITE-FILE
           IF WS-SITE-OPEN
               PERFORM PROMOTE-DUE-VERSIONS
               PERFORM RESUME-RETIREMENTS
               IF WS-REVIEW-COUNT = 0
                   DISPLAY 'HELLOAPR: no pending changes to review.'
               ELSE
                   PERFORM REVIEW-QUEUE-ROW
                       VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PEND-COUNT
               END-IF
               CLOSE HELLO-SITE-FILE
               IF WS-VER-CHANGED
                   PERFORM REWRITE-VERSION-FILE
               END-IF
      *        The queue is saved with the retirement rows still on
      *        it before the cascade starts, and saved again without
      *        them only once the cascade has finished.
               IF WS-PEND-COUNT > 0
                   PERFORM REWRITE-PEND-FILE
                   DISPLAY WS-APPLIED-COUNT ' applied, '
                       WS-REJECTED-COUNT ' rejected, '
                       WS-KEPT-COUNT ' left pending.'
               END-IF
               IF WS-RETIRE-COUNT > 0
                   PERFORM RETIRE-SITE-CASCADE
                   PERFORM SETTLE-RETIREMENTS
               END-IF
           END-IF.

       LOAD-PEND-TABLE.
           END-IF
           CLOSE HELLO-SITE-PEND-FILE.

       LOAD-VERSION-TABLE.
           OPEN INPUT HELLO-SITE-VER-FILE
           IF WS-VER-STATUS = '00'
               PERFORM UNTIL WS-VER-EOF
                   READ HELLO-SITE-VER-FILE
                       AT END
                           SET WS-VER-EOF TO TRUE
                       NOT AT END
                           IF WS-VER-COUNT >= 2000
                               SET WS-VER-OVERFLOW TO TRUE
                               SET WS-VER-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-VER-COUNT
                               MOVE HELLO-SITE-VER-RECORD
                                   TO VT-ENTRY(WS-VER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SITE-VER-FILE.

       OPEN-SITE-FILE.
           OPEN I-O HELLO-SITE-FILE
           IF WS-SITE-STATUS = '35'
               SET WS-SITE-OPEN TO TRUE
           END-IF.

      *    A retirement row left by an earlier run means that run
      *    did not clear the site from all its dependent files; it
      *    joins this run's cascade. A site re-added since then has
      *    nothing left to retire and its row is dropped.
       RESUME-RETIREMENTS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PEND-COUNT
               MOVE PT-ROW(WS-PT-IDX) TO HELLO-SITE-PEND-RECORD
               IF PN-ACTION-RETIRE
                   PERFORM RESUME-ONE-RETIREMENT
               ELSE
                   ADD 1 TO WS-REVIEW-COUNT
               END-IF
           END-PERFORM
           IF WS-RESUMED-COUNT > 0
               DISPLAY 'HELLOAPR: ' WS-RESUMED-COUNT ' unfinished '
                   'site retirement(s) resumed.'
           END-IF.

       RESUME-ONE-RETIREMENT.
           MOVE PN-OLD-SITE-CODE TO SF-SITE-CODE
           PERFORM READ-SITE-BY-CODE
           IF WS-SITE-FOUND
               DISPLAY 'HELLOAPR: site ' PN-OLD-SITE-CODE
                   ' is back on HELLO.SITES -- its unfinished '
                   'retirement is dropped'
               MOVE 'A' TO PT-DISPOSITION(WS-PT-IDX)
           ELSE
               ADD 1 TO WS-RESUMED-COUNT
               DISPLAY 'HELLOAPR: retirement of site '
                   PN-OLD-SITE-CODE ' approved by ' PN-APPROVER-ID
                   ' was not finished -- resumed'
               PERFORM NOTE-RETIRED-SITE
           END-IF.

       REVIEW-QUEUE-ROW.
           MOVE PT-ROW(WS-PT-IDX) TO HELLO-SITE-PEND-RECORD
           IF NOT PN-ACTION-RETIRE
               PERFORM REVIEW-ONE-CHANGE
           END-IF.

       REVIEW-ONE-CHANGE.
           DISPLAY ' '
           DISPLAY 'Change ' WS-PT-IDX ' of ' WS-PEND-COUNT
               ' -- queued ' PN-TIMESTAMP(1:14)
                   PN-NEW-LANGUAGE-CODE ' ' PN-NEW-UTC-OFFSET ' '
                   PN-NEW-GREETING-TEXT
           END-IF
           IF PN-EFFECTIVE-FROM = SPACES
               DISPLAY '  EFFECTIVE ON APPROVAL'
           ELSE
               DISPLAY '  EFFECTIVE FROM ' PN-EFFECTIVE-FROM
           END-IF
           IF PN-ACTION-DELETE
               DISPLAY '  Approving also retires the site from '
                   'HELLO.SLATGT, HELLO.CALENDAR, HELLO.SITEGRP, '
                   'and HELLO.HOLDS.'
           END-IF
           IF PN-USER-ID = WS-USER-ID
               DISPLAY 'Keyed by you -- a second operator must '
                   'approve it. Left pending.'
               EVALUATE WS-ANSWER
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'APPROVE SITE CHANGE' TO WS-AUTH-ACTION
                       PERFORM CHECK-APPROVER-AUTHORITY
                       IF WS-AUTHORIZED
                           PERFORM APPLY-ONE-CHANGE
                       ELSE
                           DISPLAY 'Left pending.'
                       END-IF
                   WHEN 'R'
                   WHEN 'r'
                       MOVE 'REJECT SITE CHANGE' TO WS-AUTH-ACTION
                       PERFORM CHECK-APPROVER-AUTHORITY
                       IF WS-AUTHORIZED
                           PERFORM REJECT-ONE-CHANGE
                       ELSE
                           DISPLAY 'Left pending.'
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Skipped -- left pending.'
               END-EVALUATE
           END-IF.

      *    An add is judged on the new site code, a change or delete
      *    on the site as it stands.
       CHECK-APPROVER-AUTHORITY.
           MOVE 'A' TO WS-AUTH-ROLE
           MOVE 'S' TO WS-AUTH-SCOPE-TYPE
           IF PN-ACTION-ADD
               MOVE PN-NEW-SITE-CODE TO WS-AUTH-SCOPE-CODE
           ELSE
               MOVE PN-OLD-SITE-CODE TO WS-AUTH-SCOPE-CODE
           END-IF
           PERFORM CHECK-OPERATOR-AUTHORITY.

       REJECT-ONE-CHANGE.
           MOVE 'R' TO PT-DISPOSITION(WS-PT-IDX)
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'Rejected -- HELLO.SITES untouched.'.

       APPLY-ONE-CHANGE.
           MOVE 'Y' TO WS-APPLY-OK-SWITCH
           EVALUATE TRUE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-SITE-HISTORY
               DISPLAY 'Applied to HELLO.SITES.'
               IF PN-ACTION-DELETE
                   PERFORM HOLD-RETIREMENT-ROW
               END-IF
           END-IF.

      *    An approved delete stays on the queue as a retirement row,
      *    with its approver, until its site has been cleared from
      *    the dependent files.
       HOLD-RETIREMENT-ROW.
           MOVE 'R'        TO PN-ACTION
           MOVE WS-USER-ID TO PN-APPROVER-ID
           MOVE HELLO-SITE-PEND-RECORD TO PT-ROW(WS-PT-IDX)
           MOVE 'K' TO PT-DISPOSITION(WS-PT-IDX)
           PERFORM NOTE-RETIRED-SITE.

       READ-SITE-BY-CODE.
           MOVE 'N' TO WS-SITE-FOUND-SWITCH
           READ HELLO-SITE-FILE
                   'if it is overtaken'
               MOVE 'N' TO WS-APPLY-OK-SWITCH
           ELSE
               MOVE WS-TODAY-DATE        TO WS-EFF-DATE
               MOVE PN-NEW-SITE-CODE     TO WS-NEW-SITE-CODE
               MOVE WS-EFF-DATE          TO WS-NEW-FROM
               PERFORM MAKE-ROOM-FOR-VERSION
           END-IF
           IF WS-APPLY-OK
               PERFORM FILL-NEW-VERSION
               MOVE PN-NEW-SITE-CODE     TO SF-SITE-CODE
               MOVE PN-NEW-LANGUAGE-CODE TO SF-LANGUAGE-CODE
               MOVE PN-NEW-UTC-OFFSET    TO SF-UTC-OFFSET
               MOVE PN-NEW-GREETING-TEXT TO SF-GREETING-TEXT
               MOVE WS-EFF-DATE          TO SF-EFFECTIVE-FROM
               MOVE SPACES               TO SF-EFFECTIVE-TO
               WRITE HELLO-SITE-FILE-RECORD
               IF WS-SITE-STATUS NOT = '00'
                   DISPLAY 'HELLOAPR: *** ERROR *** unable to add '
                       'site, status=' WS-SITE-STATUS
                   MOVE 'N' TO WS-APPLY-OK-SWITCH
                   PERFORM UNDO-NEW-VERSION
               ELSE
                   PERFORM RECOMPUTE-SITE-TO-DATES
                   MOVE PN-NEW-SITE-CODE TO WS-ROW-SITE-CODE
                   PERFORM FIND-RETIRED-SITE
                   IF WS-SITE-RETIRED
                       MOVE SPACES TO RT-SITE-CODE(WS-RT-FOUND-IDX)
                       MOVE RT-PT-IDX(WS-RT-FOUND-IDX)
                           TO WS-HELD-PT-IDX
                       MOVE 'A' TO PT-DISPOSITION(WS-HELD-PT-IDX)
                   END-IF
               END-IF
           END-IF.

                   'reject it if it is overtaken'
               MOVE 'N' TO WS-APPLY-OK-SWITCH
           ELSE
               IF PN-EFFECTIVE-FROM = SPACES
                   OR PN-EFFECTIVE-FROM <= WS-TODAY-DATE
                   IF PN-EFFECTIVE-FROM NOT = SPACES
                       AND PN-EFFECTIVE-FROM < WS-TODAY-DATE
                       DISPLAY 'HELLOAPR: effective date '
                           PN-EFFECTIVE-FROM ' has passed -- change '
                           'takes effect today'
                   END-IF
                   MOVE WS-TODAY-DATE TO WS-EFF-DATE
               ELSE
                   MOVE PN-EFFECTIVE-FROM TO WS-EFF-DATE
               END-IF
               PERFORM SEED-SITE-VERSION
               IF WS-APPLY-OK
                   MOVE PN-NEW-SITE-CODE TO WS-NEW-SITE-CODE
                   MOVE WS-EFF-DATE      TO WS-NEW-FROM
                   PERFORM MAKE-ROOM-FOR-VERSION
               END-IF
               IF WS-APPLY-OK
                   PERFORM FILL-NEW-VERSION
                   PERFORM SAVE-SITE-TO-DATES
                   PERFORM RECOMPUTE-SITE-TO-DATES
                   PERFORM SYNC-SITE-ROW
                   IF NOT WS-APPLY-OK
                       PERFORM RESTORE-SITE-TO-DATES
                       PERFORM UNDO-NEW-VERSION
                       DISPLAY 'HELLOAPR: change to site '
                           PN-NEW-SITE-CODE ' left pending, '
                           'HELLO.SITEVER untouched'
                   ELSE
                       IF WS-EFF-DATE > WS-TODAY-DATE
                           DISPLAY 'HELLOAPR: filed as a future '
                               'version of site ' PN-NEW-SITE-CODE
                               ' effective ' WS-EFF-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

                   'reject it if it is overtaken'
               MOVE 'N' TO WS-APPLY-OK-SWITCH
           ELSE
               MOVE WS-TODAY-DATE TO WS-EFF-DATE
               PERFORM SEED-SITE-VERSION
           END-IF
           IF WS-APPLY-OK
               DELETE HELLO-SITE-FILE
               IF WS-SITE-STATUS NOT = '00'
                   DISPLAY 'HELLOAPR: *** ERROR *** unable to '
                       'delete site, status=' WS-SITE-STATUS
                   MOVE 'N' TO WS-APPLY-OK-SWITCH
               ELSE
                   PERFORM CLOSE-SITE-VERSIONS
               END-IF
           END-IF.

      *    The retirement row at WS-PT-IDX joins this run's
      *    cascade. A second row for a site already in it is
      *    redundant and comes off the queue.
       NOTE-RETIRED-SITE.
           MOVE PN-OLD-SITE-CODE TO WS-ROW-SITE-CODE
           PERFORM FIND-RETIRED-SITE
           IF WS-SITE-RETIRED
               MOVE 'A' TO PT-DISPOSITION(WS-PT-IDX)
           ELSE
               IF WS-RETIRE-COUNT >= 500
                   DISPLAY 'HELLOAPR: *** WARNING *** more than 500 '
                       'sites retired in one session -- site '
                       PN-OLD-SITE-CODE ' is left for the next '
                       'HELLOAPR run to retire'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-RETIRE-COUNT
                   MOVE PN-OLD-SITE-CODE
                       TO RT-SITE-CODE(WS-RETIRE-COUNT)
                   MOVE PN-USER-ID TO RT-USER-ID(WS-RETIRE-COUNT)
                   MOVE PN-APPROVER-ID
                       TO RT-APPROVER-ID(WS-RETIRE-COUNT)
                   MOVE WS-PT-IDX TO RT-PT-IDX(WS-RETIRE-COUNT)
                   MOVE 0 TO RT-CAL-COUNT(WS-RETIRE-COUNT)
                   MOVE SPACES TO RT-CAL-FIRST(WS-RETIRE-COUNT)
                   MOVE SPACES TO RT-CAL-LAST(WS-RETIRE-COUNT)
               END-IF
           END-IF.

      *    Roll every site whose in-force version has changed since
      *    the last run (a future-dated version whose date has now
      *    arrived) onto its HELLO.SITES row. The nightly HELLOVPR
      *    step does the same, so the review works from the site
      *    table as it stands today.
       PROMOTE-DUE-VERSIONS.
           MOVE SPACES TO WS-PREV-SITE-CODE
           PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                   UNTIL WS-VT-IDX > WS-VER-COUNT
               IF VT-SITE-CODE(WS-VT-IDX) NOT = WS-PREV-SITE-CODE
                   MOVE VT-SITE-CODE(WS-VT-IDX) TO WS-PREV-SITE-CODE
                   MOVE VT-SITE-CODE(WS-VT-IDX) TO SF-SITE-CODE
                   PERFORM READ-SITE-BY-CODE
                   IF WS-SITE-FOUND
                       PERFORM SYNC-SITE-ROW
                       IF WS-SITE-SYNCED
                           ADD 1 TO WS-PROMOTED-COUNT
                           DISPLAY 'HELLOAPR: version effective '
                               SF-EFFECTIVE-FROM ' now in force for '
                               'site ' SF-SITE-CODE
                               ' -- HELLO.SITES updated'
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PROMOTED-COUNT > 0
               DISPLAY 'HELLOAPR: ' WS-PROMOTED-COUNT ' site(s) '
                   'rolled onto a newly effective version.'
           END-IF.

      *    Bring the HELLO.SITES row just read into line with the
      *    version in force today, rewriting it only if it differs.
       SYNC-SITE-ROW.
           MOVE 'N' TO WS-SITE-SYNCED-SWITCH
           MOVE SF-SITE-CODE TO WS-NEW-SITE-CODE
           PERFORM FIND-VERSION-IN-FORCE
           IF WS-VF-IDX > 0
               IF SF-LANGUAGE-CODE  NOT = VT-LANGUAGE-CODE(WS-VF-IDX)
                   OR SF-UTC-OFFSET NOT = VT-UTC-OFFSET(WS-VF-IDX)
                   OR SF-GREETING-TEXT
                       NOT = VT-GREETING-TEXT(WS-VF-IDX)
                   OR SF-EFFECTIVE-FROM
                       NOT = VT-EFFECTIVE-FROM(WS-VF-IDX)
                   OR SF-EFFECTIVE-TO
                       NOT = VT-EFFECTIVE-TO(WS-VF-IDX)
                   MOVE VT-LANGUAGE-CODE(WS-VF-IDX)
                       TO SF-LANGUAGE-CODE
                   MOVE VT-UTC-OFFSET(WS-VF-IDX)    TO SF-UTC-OFFSET
                   MOVE VT-GREETING-TEXT(WS-VF-IDX)
                       TO SF-GREETING-TEXT
                   MOVE VT-EFFECTIVE-FROM(WS-VF-IDX)
                       TO SF-EFFECTIVE-FROM
                   MOVE VT-EFFECTIVE-TO(WS-VF-IDX)
                       TO SF-EFFECTIVE-TO
                   REWRITE HELLO-SITE-FILE-RECORD
                   IF WS-SITE-STATUS NOT = '00'
                       DISPLAY 'HELLOAPR: *** ERROR *** unable to '
                           'rewrite site ' SF-SITE-CODE ', status='
                           WS-SITE-STATUS
                       MOVE 'N' TO WS-APPLY-OK-SWITCH
                   ELSE
                       SET WS-SITE-SYNCED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Version of site WS-NEW-SITE-CODE in force today, if any.
       FIND-VERSION-IN-FORCE.
           MOVE 0 TO WS-VF-IDX
           PERFORM VARYING WS-VT-SCAN FROM 1 BY 1
                   UNTIL WS-VT-SCAN > WS-VER-COUNT
               IF VT-SITE-CODE(WS-VT-SCAN) = WS-NEW-SITE-CODE
                   AND VT-EFFECTIVE-FROM(WS-VT-SCAN) <= WS-TODAY-DATE
                   AND (VT-EFFECTIVE-TO(WS-VT-SCAN) = SPACES
                       OR VT-EFFECTIVE-TO(WS-VT-SCAN)
                           >= WS-TODAY-DATE)
                   MOVE WS-VT-SCAN TO WS-VF-IDX
               END-IF
           END-PERFORM.

      *    A site that predates the version timeline gets its
      *    current HELLO.SITES row filed as its first version before
      *    anything else is added, so the timeline is complete.
       SEED-SITE-VERSION.
           MOVE 'N' TO WS-VER-FOUND-SWITCH
           PERFORM VARYING WS-VT-SCAN FROM 1 BY 1
                   UNTIL WS-VT-SCAN > WS-VER-COUNT
                       OR WS-VER-FOUND
               IF VT-SITE-CODE(WS-VT-SCAN) = SF-SITE-CODE
                   SET WS-VER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-VER-FOUND
               MOVE SF-SITE-CODE TO WS-NEW-SITE-CODE
               IF SF-EFFECTIVE-FROM = SPACES
                   MOVE '00000000' TO WS-NEW-FROM
               ELSE
                   MOVE SF-EFFECTIVE-FROM TO WS-NEW-FROM
               END-IF
               PERFORM MAKE-ROOM-FOR-VERSION
               IF WS-APPLY-OK
                   MOVE SF-EFFECTIVE-TO  TO VT-EFFECTIVE-TO(WS-VT-POS)
                   MOVE SF-LANGUAGE-CODE TO VT-LANGUAGE-CODE(WS-VT-POS)
                   MOVE SF-UTC-OFFSET    TO VT-UTC-OFFSET(WS-VT-POS)
                   MOVE SF-GREETING-TEXT TO VT-GREETING-TEXT(WS-VT-POS)
                   MOVE FUNCTION CURRENT-DATE
                       TO VT-TIMESTAMP(WS-VT-POS)
               END-IF
           END-IF.

      *    Find or open the table slot for key WS-NEW-KEY, keeping
      *    the table in site then effective-from order. A version
      *    with the same effective date is replaced, not duplicated.
       MAKE-ROOM-FOR-VERSION.
           MOVE 0 TO WS-VT-POS
           PERFORM VARYING WS-VT-SCAN FROM 1 BY 1
                   UNTIL WS-VT-SCAN > WS-VER-COUNT
                       OR WS-VT-POS > 0
               IF VT-KEY(WS-VT-SCAN) >= WS-NEW-KEY
                   MOVE WS-VT-SCAN TO WS-VT-POS
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-VER-FOUND-SWITCH
           IF WS-VT-POS > 0
               IF VT-KEY(WS-VT-POS) = WS-NEW-KEY
                   SET WS-VER-FOUND TO TRUE
               END-IF
           END-IF
           MOVE 'N' TO WS-VT-REPLACED-SWITCH
           IF WS-VER-FOUND
               MOVE VT-ENTRY(WS-VT-POS) TO WS-REPLACED-VT-ENTRY
               SET WS-VT-REPLACED TO TRUE
               MOVE SPACES TO VT-ENTRY(WS-VT-POS)
               MOVE WS-NEW-KEY TO VT-KEY(WS-VT-POS)
               SET WS-VER-CHANGED TO TRUE
           ELSE
               IF WS-VER-COUNT >= 2000
                   DISPLAY 'HELLOAPR: *** ERROR *** HELLO.SITEVER '
                       'is full (2000 versions) -- left pending'
                   MOVE 'N' TO WS-APPLY-OK-SWITCH
               ELSE
                   ADD 1 TO WS-VER-COUNT
                   IF WS-VT-POS = 0
                       MOVE WS-VER-COUNT TO WS-VT-POS
                   ELSE
                       PERFORM VARYING WS-VT-SCAN FROM WS-VER-COUNT
                               BY -1 UNTIL WS-VT-SCAN <= WS-VT-POS
                           MOVE VT-ENTRY(WS-VT-SCAN - 1)
                               TO VT-ENTRY(WS-VT-SCAN)
                       END-PERFORM
                   END-IF
                   MOVE SPACES TO VT-ENTRY(WS-VT-POS)
                   MOVE WS-NEW-KEY TO VT-KEY(WS-VT-POS)
                   SET WS-VER-CHANGED TO TRUE
               END-IF
           END-IF.

       FILL-NEW-VERSION.
           MOVE PN-NEW-LANGUAGE-CODE TO VT-LANGUAGE-CODE(WS-VT-POS)
           MOVE PN-NEW-UTC-OFFSET    TO VT-UTC-OFFSET(WS-VT-POS)
           MOVE PN-NEW-GREETING-TEXT TO VT-GREETING-TEXT(WS-VT-POS)
           MOVE PN-USER-ID           TO VT-USER-ID(WS-VT-POS)
           MOVE WS-USER-ID           TO VT-APPROVER-ID(WS-VT-POS)
           MOVE FUNCTION CURRENT-DATE TO VT-TIMESTAMP(WS-VT-POS).

      *    Each version of site WS-NEW-SITE-CODE runs to the day
      *    before the next one starts. An earlier close (a site
      *    deleted and later re-added) is kept.
       RECOMPUTE-SITE-TO-DATES.
           PERFORM VARYING WS-VT-SCAN FROM 1 BY 1
                   UNTIL WS-VT-SCAN >= WS-VER-COUNT
               IF VT-SITE-CODE(WS-VT-SCAN) = WS-NEW-SITE-CODE
                   AND VT-SITE-CODE(WS-VT-SCAN + 1) = WS-NEW-SITE-CODE
                   MOVE VT-EFFECTIVE-FROM(WS-VT-SCAN + 1)
                       TO WS-DATE-NUM
                   COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
                   MOVE WS-DATE-NUM TO WS-DATE-TEXT
                   IF VT-EFFECTIVE-TO(WS-VT-SCAN) = SPACES
                       OR VT-EFFECTIVE-TO(WS-VT-SCAN) > WS-DATE-TEXT
                       MOVE WS-DATE-TEXT
                           TO VT-EFFECTIVE-TO(WS-VT-SCAN)
                   END-IF
               END-IF
           END-PERFORM.

      *    A deleted site's timeline ends today: versions not yet
      *    started are dropped and the one in force is closed.
       CLOSE-SITE-VERSIONS.
           PERFORM VARYING WS-VT-SCAN FROM WS-VER-COUNT BY -1
                   UNTIL WS-VT-SCAN < 1
               IF VT-SITE-CODE(WS-VT-SCAN) = PN-OLD-SITE-CODE
                   IF VT-EFFECTIVE-FROM(WS-VT-SCAN) > WS-TODAY-DATE
                       PERFORM DROP-VERSION-ENTRY
                   ELSE
                       IF VT-EFFECTIVE-TO(WS-VT-SCAN) = SPACES
                           OR VT-EFFECTIVE-TO(WS-VT-SCAN)
                               > WS-TODAY-DATE
                           MOVE WS-TODAY-DATE
                               TO VT-EFFECTIVE-TO(WS-VT-SCAN)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           SET WS-VER-CHANGED TO TRUE.

      *    Take back the slot the last MAKE-ROOM-FOR-VERSION opened
      *    at WS-VT-POS: a version it replaced goes back as it was,
      *    a new slot is closed up again.
       UNDO-NEW-VERSION.
           IF WS-VT-REPLACED
               MOVE WS-REPLACED-VT-ENTRY TO VT-ENTRY(WS-VT-POS)
               MOVE 'N' TO WS-VT-REPLACED-SWITCH
           ELSE
               MOVE WS-VT-POS TO WS-VT-SCAN
               PERFORM DROP-VERSION-ENTRY
           END-IF.

      *    The end dates of site WS-NEW-SITE-CODE's versions before
      *    RECOMPUTE-SITE-TO-DATES moves them. Nothing is inserted
      *    or dropped in between, so the table positions hold.
       SAVE-SITE-TO-DATES.
           MOVE 0 TO WS-SAVED-TO-COUNT
           PERFORM VARYING WS-VT-SCAN FROM 1 BY 1
                   UNTIL WS-VT-SCAN > WS-VER-COUNT
               IF VT-SITE-CODE(WS-VT-SCAN) = WS-NEW-SITE-CODE
                   ADD 1 TO WS-SAVED-TO-COUNT
                   MOVE WS-VT-SCAN TO ST-VT-IDX(WS-SAVED-TO-COUNT)
                   MOVE VT-EFFECTIVE-TO(WS-VT-SCAN)
                       TO ST-EFFECTIVE-TO(WS-SAVED-TO-COUNT)
               END-IF
           END-PERFORM.

       RESTORE-SITE-TO-DATES.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-SAVED-TO-COUNT
               MOVE ST-VT-IDX(WS-ST-IDX) TO WS-VT-SCAN
               MOVE ST-EFFECTIVE-TO(WS-ST-IDX)
                   TO VT-EFFECTIVE-TO(WS-VT-SCAN)
           END-PERFORM.

       DROP-VERSION-ENTRY.
           PERFORM VARYING WS-VT-POS FROM WS-VT-SCAN BY 1
                   UNTIL WS-VT-POS >= WS-VER-COUNT
               MOVE VT-ENTRY(WS-VT-POS + 1) TO VT-ENTRY(WS-VT-POS)
           END-PERFORM
           SUBTRACT 1 FROM WS-VER-COUNT
           SET WS-VER-CHANGED TO TRUE.

       WRITE-SITE-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO SH-TIMESTAMP
           MOVE PN-USER-ID            TO SH-USER-ID
           MOVE PN-NEW-LANGUAGE-CODE  TO SH-NEW-LANGUAGE-CODE
           MOVE PN-NEW-UTC-OFFSET     TO SH-NEW-UTC-OFFSET
           MOVE PN-NEW-GREETING-TEXT  TO SH-NEW-GREETING-TEXT
           MOVE WS-EFF-DATE           TO SH-EFFECTIVE-FROM
           OPEN EXTEND HELLO-SITE-HIST-FILE
           IF WS-HIST-STATUS NOT = '00'
               AND WS-HIST-STATUS NOT = '05'
           END-IF.

       REWRITE-PEND-FILE.
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-HELD-COUNT
           OPEN OUTPUT HELLO-SITE-PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'HELLOAPR: *** ERROR *** unable to rewrite '
                   'HELLO.SITEPND, status=' WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PEND-COUNT
                       MOVE PT-ROW(WS-PT-IDX)
                           TO HELLO-SITE-PEND-RECORD
                       WRITE HELLO-SITE-PEND-RECORD
                       IF PN-ACTION-RETIRE
                           ADD 1 TO WS-HELD-COUNT
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HELLO-SITE-PEND-FILE
           END-IF.

      *    A retirement row comes off the queue only once every
      *    dependent file has been cleared of its site; otherwise it
      *    stays for the next run to finish.
       SETTLE-RETIREMENTS.
           IF WS-CASCADE-OK
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RETIRE-COUNT
                   IF RT-SITE-CODE(WS-RT-IDX) NOT = SPACES
                       MOVE RT-PT-IDX(WS-RT-IDX) TO WS-HELD-PT-IDX
                       MOVE 'A' TO PT-DISPOSITION(WS-HELD-PT-IDX)
                   END-IF
               END-PERFORM
               PERFORM REWRITE-PEND-FILE
           ELSE
               DISPLAY 'HELLOAPR: *** ERROR *** site retirement '
                   'not finished -- it stays on HELLO.SITEPND and '
                   'the next HELLOAPR run completes it'
               MOVE 16 TO RETURN-CODE
           END-IF.

       REWRITE-VERSION-FILE.
           OPEN OUTPUT HELLO-SITE-VER-FILE
           IF WS-VER-STATUS NOT = '00' AND WS-VER-STATUS NOT = '05'
               DISPLAY 'HELLOAPR: *** ERROR *** unable to rewrite '
                   'HELLO.SITEVER, status=' WS-VER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-VT-IDX FROM 1 BY 1
                       UNTIL WS-VT-IDX > WS-VER-COUNT
                   MOVE VT-ENTRY(WS-VT-IDX) TO HELLO-SITE-VER-RECORD
                   WRITE HELLO-SITE-VER-RECORD
               END-PERFORM
               CLOSE HELLO-SITE-VER-FILE
           END-IF.

      *    Retire every site whose delete was applied this session
      *    from the four files keyed on site code. Each file is
      *    split into rows to archive and rows to keep, the same
      *    way HELLOPUR rolls off old audit rows; a file too large
      *    for the keep table is left as it is. A file whose
      *    rewrite fails keeps all its rows and archives none, and
      *    the retirement is left pending for the next run.
       RETIRE-SITE-CASCADE.
           OPEN OUTPUT HELLO-RTO-FILE
           IF WS-RTO-STATUS NOT = '00'
               DISPLAY 'HELLOAPR: *** ERROR *** unable to open '
                   'HELLO.RETRPT, status=' WS-RTO-STATUS
               DISPLAY 'HELLOAPR: retired sites NOT cleared from '
                   'their dependent files.'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-CASCADE-OK-SWITCH
           ELSE
               OPEN EXTEND HELLO-RETIRE-ARCH-FILE
               IF WS-RTA-STATUS NOT = '00'
                   AND WS-RTA-STATUS NOT = '05'
                   DISPLAY 'HELLOAPR: *** ERROR *** unable to open '
                       'HELLO.SITERET, status=' WS-RTA-STATUS
                   DISPLAY 'HELLOAPR: retired sites NOT cleared from '
                       'their dependent files.'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-CASCADE-OK-SWITCH
                   MOVE 'HELLO SITE RETIREMENT CASCADE REPORT'
                       TO WS-RTO-LINE
                   WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
                   MOVE SPACES TO WS-RTO-LINE
                   STRING '*** HELLO.SITERET UNAVAILABLE -- '
                               DELIMITED BY SIZE
                           'NOTHING RETIRED ***' DELIMITED BY SIZE
                       INTO WS-RTO-LINE
                   WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
               ELSE
                   PERFORM WRITE-CASCADE-HEADER
                   PERFORM CASCADE-SLA-TGT-FILE
                   PERFORM CASCADE-CAL-FILE
                   PERFORM CASCADE-GRP-ASSIGN-FILE
                   PERFORM CASCADE-HOLD-FILE
                   CLOSE HELLO-RETIRE-ARCH-FILE
                   MOVE WS-TOTAL-REMOVED TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-RTO-LINE
                   STRING WS-COUNT-EDIT DELIMITED BY SIZE
                           ' ROW(S) RETIRED IN ALL' DELIMITED BY SIZE
                       INTO WS-RTO-LINE
                   WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
                   DISPLAY 'HELLOAPR: ' WS-COUNT-EDIT ' dependent '
                       'row(s) retired -- see HELLO.RETRPT.'
               END-IF
               MOVE 'END OF REPORT' TO WS-RTO-LINE
               WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
               CLOSE HELLO-RTO-FILE
           END-IF.

       WRITE-CASCADE-HEADER.
           MOVE 'HELLO SITE RETIREMENT CASCADE REPORT' TO WS-RTO-LINE
           WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
           MOVE SPACES TO WS-RTO-LINE
           STRING 'RUN ' DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   '  RUN BY ' DELIMITED BY SIZE
                   WS-USER-ID DELIMITED BY SIZE
               INTO WS-RTO-LINE
           WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RETIRE-COUNT
               IF RT-SITE-CODE(WS-RT-IDX) NOT = SPACES
                   MOVE SPACES TO WS-RTO-LINE
                   STRING 'SITE RETIRED: ' DELIMITED BY SIZE
                           RT-SITE-CODE(WS-RT-IDX) DELIMITED BY SIZE
                           '  DELETE KEYED BY ' DELIMITED BY SIZE
                           RT-USER-ID(WS-RT-IDX) DELIMITED BY SIZE
                           '  APPROVED BY ' DELIMITED BY SIZE
                           RT-APPROVER-ID(WS-RT-IDX)
                               DELIMITED BY SIZE
                       INTO WS-RTO-LINE
                   WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
               END-IF
           END-PERFORM.

       CASCADE-SLA-TGT-FILE.
           MOVE 'SLATGT  ' TO WS-SOURCE-FILE
           MOVE 'HELLO.SLATGT' TO WS-SOURCE-DSN
           PERFORM START-CASCADE-FILE
           OPEN INPUT HELLO-SLA-TGT-FILE
           IF WS-SLT-STATUS NOT = '00'
               PERFORM NOTE-FILE-NOT-FOUND
           ELSE
               PERFORM UNTIL WS-CASCADE-EOF
                   READ HELLO-SLA-TGT-FILE
                       AT END
                           SET WS-CASCADE-EOF TO TRUE
                       NOT AT END
                           MOVE ST-SITE-CODE TO WS-ROW-SITE-CODE
                           MOVE HELLO-SLA-TARGET-RECORD
                               TO WS-ROW-IMAGE
                           PERFORM SPLIT-CASCADE-ROW
                           IF WS-SITE-RETIRED
                               PERFORM WRITE-REMOVED-ROW-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SLA-TGT-FILE
           IF WS-SPLIT-OK AND WS-REMOVED-COUNT > 0
               OPEN OUTPUT HELLO-SLA-TGT-FILE
               IF WS-SLT-STATUS NOT = '00'
                   PERFORM NOTE-REWRITE-FAILED
               ELSE
                   PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                           UNTIL WS-KP-IDX > WS-KEEP-COUNT
                       IF KP-RT-IDX(WS-KP-IDX) = 0
                           WRITE HELLO-SLA-TARGET-RECORD
                               FROM KP-ROW(WS-KP-IDX)
                           IF WS-SLT-STATUS NOT = '00'
                               MOVE 'N' TO WS-SPLIT-OK-SWITCH
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HELLO-SLA-TGT-FILE
                   PERFORM ARCHIVE-RETIRED-ROWS
               END-IF
           END-IF
           PERFORM WRITE-FILE-TOTALS.

       CASCADE-CAL-FILE.
           MOVE 'CALENDAR' TO WS-SOURCE-FILE
           MOVE 'HELLO.CALENDAR' TO WS-SOURCE-DSN
           PERFORM START-CASCADE-FILE
           OPEN INPUT HELLO-CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
               PERFORM NOTE-FILE-NOT-FOUND
           ELSE
               PERFORM UNTIL WS-CASCADE-EOF
                   READ HELLO-CAL-FILE
                       AT END
                           SET WS-CASCADE-EOF TO TRUE
                       NOT AT END
                           MOVE CL-SITE-CODE TO WS-ROW-SITE-CODE
                           MOVE HELLO-CAL-RECORD TO WS-ROW-IMAGE
                           PERFORM SPLIT-CASCADE-ROW
                           IF WS-SITE-RETIRED
                               PERFORM NOTE-CAL-ROW-RANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-CAL-FILE
           IF WS-SPLIT-OK AND WS-REMOVED-COUNT > 0
               OPEN OUTPUT HELLO-CAL-FILE
               IF WS-CAL-STATUS NOT = '00'
                   PERFORM NOTE-REWRITE-FAILED
               ELSE
                   PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                           UNTIL WS-KP-IDX > WS-KEEP-COUNT
                       IF KP-RT-IDX(WS-KP-IDX) = 0
                           WRITE HELLO-CAL-RECORD
                               FROM KP-ROW(WS-KP-IDX)
                           IF WS-CAL-STATUS NOT = '00'
                               MOVE 'N' TO WS-SPLIT-OK-SWITCH
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HELLO-CAL-FILE
                   PERFORM ARCHIVE-RETIRED-ROWS
               END-IF
           END-IF
      *    Calendar rows run to hundreds a site, so the report shows
      *    each site's count and date span instead of every row.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RETIRE-COUNT
               IF RT-CAL-COUNT(WS-RT-IDX) > 0
                   MOVE RT-CAL-COUNT(WS-RT-IDX) TO WS-COUNT-EDIT
                   MOVE SPACES TO WS-RTO-LINE
                   STRING '  ' DELIMITED BY SIZE
                           RT-SITE-CODE(WS-RT-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-COUNT-EDIT DELIMITED BY SIZE
                           ' DAY(S) ' DELIMITED BY SIZE
                           RT-CAL-FIRST(WS-RT-IDX) DELIMITED BY SIZE
                           ' THRU ' DELIMITED BY SIZE
                           RT-CAL-LAST(WS-RT-IDX) DELIMITED BY SIZE
                       INTO WS-RTO-LINE
                   WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-FILE-TOTALS.

       CASCADE-GRP-ASSIGN-FILE.
           MOVE 'SITEGRP ' TO WS-SOURCE-FILE
           MOVE 'HELLO.SITEGRP' TO WS-SOURCE-DSN
           PERFORM START-CASCADE-FILE
           OPEN INPUT HELLO-GRP-ASSIGN-FILE
           IF WS-GRA-STATUS NOT = '00'
               PERFORM NOTE-FILE-NOT-FOUND
           ELSE
               PERFORM UNTIL WS-CASCADE-EOF
                   READ HELLO-GRP-ASSIGN-FILE
                       AT END
                           SET WS-CASCADE-EOF TO TRUE
                       NOT AT END
                           MOVE GA-SITE-CODE TO WS-ROW-SITE-CODE
                           MOVE HELLO-GROUP-ASSIGN-RECORD
                               TO WS-ROW-IMAGE
                           PERFORM SPLIT-CASCADE-ROW
                           IF WS-SITE-RETIRED
                               PERFORM WRITE-REMOVED-ROW-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-GRP-ASSIGN-FILE
           IF WS-SPLIT-OK AND WS-REMOVED-COUNT > 0
               OPEN OUTPUT HELLO-GRP-ASSIGN-FILE
               IF WS-GRA-STATUS NOT = '00'
                   PERFORM NOTE-REWRITE-FAILED
               ELSE
                   PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                           UNTIL WS-KP-IDX > WS-KEEP-COUNT
                       IF KP-RT-IDX(WS-KP-IDX) = 0
                           WRITE HELLO-GROUP-ASSIGN-RECORD
                               FROM KP-ROW(WS-KP-IDX)
                           IF WS-GRA-STATUS NOT = '00'
                               MOVE 'N' TO WS-SPLIT-OK-SWITCH
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HELLO-GRP-ASSIGN-FILE
                   PERFORM ARCHIVE-RETIRED-ROWS
               END-IF
           END-IF
           PERFORM WRITE-FILE-TOTALS.

       CASCADE-HOLD-FILE.
           MOVE 'HOLDS   ' TO WS-SOURCE-FILE
           MOVE 'HELLO.HOLDS' TO WS-SOURCE-DSN
           PERFORM START-CASCADE-FILE
           OPEN INPUT HELLO-HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               PERFORM NOTE-FILE-NOT-FOUND
           ELSE
               PERFORM UNTIL WS-CASCADE-EOF
                   READ HELLO-HOLD-FILE
                       AT END
                           SET WS-CASCADE-EOF TO TRUE
                       NOT AT END
                           MOVE HD-SITE-CODE TO WS-ROW-SITE-CODE
                           MOVE HELLO-HOLD-RECORD TO WS-ROW-IMAGE
                           PERFORM SPLIT-CASCADE-ROW
                           IF WS-SITE-RETIRED
                               PERFORM WRITE-REMOVED-ROW-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-HOLD-FILE
           IF WS-SPLIT-OK AND WS-REMOVED-COUNT > 0
               OPEN OUTPUT HELLO-HOLD-FILE
               IF WS-HOLD-STATUS NOT = '00'
                   PERFORM NOTE-REWRITE-FAILED
               ELSE
                   PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                           UNTIL WS-KP-IDX > WS-KEEP-COUNT
                       IF KP-RT-IDX(WS-KP-IDX) = 0
                           WRITE HELLO-HOLD-RECORD
                               FROM KP-ROW(WS-KP-IDX)
                           IF WS-HOLD-STATUS NOT = '00'
                               MOVE 'N' TO WS-SPLIT-OK-SWITCH
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE HELLO-HOLD-FILE
                   PERFORM ARCHIVE-RETIRED-ROWS
               END-IF
           END-IF
           PERFORM WRITE-FILE-TOTALS.

       START-CASCADE-FILE.
           MOVE 0 TO WS-KEEP-COUNT
           MOVE 0 TO WS-REMOVED-COUNT
           MOVE 0 TO WS-ROWS-READ
           MOVE 'Y' TO WS-SPLIT-OK-SWITCH
           MOVE 'N' TO WS-KEEP-FULL-SWITCH
           MOVE 'N' TO WS-CASCADE-EOF-SWITCH
           MOVE SPACES TO WS-RTO-LINE
           WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE
           MOVE WS-SOURCE-DSN TO WS-RTO-LINE
           WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE.

      *    Every row is held in the table, a row of a retired site
      *    tagged with its retirement entry. A file too large for
      *    the table is still read to the end, so one with nothing
      *    to retire does not hold the retirement up.
       SPLIT-CASCADE-ROW.
           PERFORM FIND-RETIRED-SITE
           ADD 1 TO WS-ROWS-READ
           IF WS-SITE-RETIRED
               ADD 1 TO WS-REMOVED-COUNT
           END-IF
           IF WS-KEEP-COUNT >= 20000
               SET WS-KEEP-FULL TO TRUE
               MOVE 'N' TO WS-SPLIT-OK-SWITCH
           ELSE
               ADD 1 TO WS-KEEP-COUNT
               MOVE WS-ROW-IMAGE    TO KP-ROW(WS-KEEP-COUNT)
               MOVE WS-RT-FOUND-IDX TO KP-RT-IDX(WS-KEEP-COUNT)
           END-IF.

      *    The retired rows go to HELLO.SITERET only once the live
      *    file has been rewritten without them.
       ARCHIVE-RETIRED-ROWS.
           IF WS-SPLIT-OK
               MOVE 'N' TO WS-ARCH-FAILED-SWITCH
               PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                       UNTIL WS-KP-IDX > WS-KEEP-COUNT
                   IF KP-RT-IDX(WS-KP-IDX) > 0
                       MOVE KP-RT-IDX(WS-KP-IDX) TO WS-RT-FOUND-IDX
                       MOVE FUNCTION CURRENT-DATE TO RA-TIMESTAMP
                       MOVE WS-SOURCE-FILE TO RA-SOURCE-FILE
                       MOVE RT-SITE-CODE(WS-RT-FOUND-IDX)
                           TO RA-SITE-CODE
                       MOVE RT-USER-ID(WS-RT-FOUND-IDX)
                           TO RA-USER-ID
                       MOVE RT-APPROVER-ID(WS-RT-FOUND-IDX)
                           TO RA-APPROVER-ID
                       MOVE KP-ROW(WS-KP-IDX) TO RA-ROW
                       WRITE HELLO-RETIRE-ARCH-RECORD
                       IF WS-RTA-STATUS NOT = '00'
                           SET WS-ARCH-FAILED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ARCH-FAILED
                   DISPLAY 'HELLOAPR: *** ERROR *** unable to write '
                       'the retired ' WS-SOURCE-DSN ' rows to '
                       'HELLO.SITERET, status=' WS-RTA-STATUS
                       ' -- recover them from the last backup of '
                       WS-SOURCE-DSN
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'HELLOAPR: *** ERROR *** unable to write '
                   WS-SOURCE-DSN ' in full -- nothing archived; '
                   'restore it from its last backup before the '
                   'next HELLOAPR run'
               MOVE 16 TO RETURN-CODE
           END-IF.

       FIND-RETIRED-SITE.
           MOVE 'N' TO WS-RETIRED-SWITCH
           MOVE 0 TO WS-RT-FOUND-IDX
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RETIRE-COUNT
                       OR WS-SITE-RETIRED
               IF RT-SITE-CODE(WS-RT-IDX) = WS-ROW-SITE-CODE
                   AND WS-ROW-SITE-CODE NOT = SPACES
                   MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
                   SET WS-SITE-RETIRED TO TRUE
               END-IF
           END-PERFORM.

       NOTE-CAL-ROW-RANGE.
           ADD 1 TO RT-CAL-COUNT(WS-RT-FOUND-IDX)
           IF RT-CAL-FIRST(WS-RT-FOUND-IDX) = SPACES
               OR CL-CAL-DATE < RT-CAL-FIRST(WS-RT-FOUND-IDX)
               MOVE CL-CAL-DATE TO RT-CAL-FIRST(WS-RT-FOUND-IDX)
           END-IF
           IF CL-CAL-DATE > RT-CAL-LAST(WS-RT-FOUND-IDX)
               MOVE CL-CAL-DATE TO RT-CAL-LAST(WS-RT-FOUND-IDX)
           END-IF.

       WRITE-REMOVED-ROW-LINE.
           MOVE SPACES TO WS-RTO-LINE
           STRING '  ' DELIMITED BY SIZE
                   WS-ROW-IMAGE(1:76) DELIMITED BY SIZE
               INTO WS-RTO-LINE
           WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE.

       NOTE-FILE-NOT-FOUND.
           MOVE '  NOT FOUND OR EMPTY -- NOTHING TO RETIRE'
               TO WS-RTO-LINE
           WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE.

       NOTE-REWRITE-FAILED.
           DISPLAY 'HELLOAPR: *** ERROR *** unable to rewrite '
               WS-SOURCE-DSN ' -- nothing archived, the file is '
               'left as is for the next HELLOAPR run'
           MOVE 16 TO RETURN-CODE
           MOVE 'N' TO WS-SPLIT-OK-SWITCH.

      *    A file that could not be cleared of rows it holds for a
      *    retired site leaves the retirement pending.
       WRITE-FILE-TOTALS.
           IF WS-KEEP-FULL AND WS-REMOVED-COUNT > 0
               DISPLAY 'HELLOAPR: *** ERROR *** ' WS-SOURCE-DSN
                   ' has more than 20000 rows -- file left as is, '
                   'clear the retired site from it by hand'
               MOVE 16 TO RETURN-CODE
           END-IF
           IF NOT WS-SPLIT-OK AND WS-REMOVED-COUNT > 0
               MOVE 'N' TO WS-CASCADE-OK-SWITCH
           END-IF
           MOVE SPACES TO WS-RTO-LINE
           IF WS-SPLIT-OK OR WS-REMOVED-COUNT = 0
               ADD WS-REMOVED-COUNT TO WS-TOTAL-REMOVED
               COMPUTE WS-ROWS-KEPT =
                   WS-ROWS-READ - WS-REMOVED-COUNT
               MOVE WS-REMOVED-COUNT TO WS-COUNT-EDIT
               MOVE WS-ROWS-KEPT     TO WS-COUNT-EDIT2
               STRING '  ' DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       ' ROW(S) REMOVED, ' DELIMITED BY SIZE
                       WS-COUNT-EDIT2 DELIMITED BY SIZE
                       ' ROW(S) KEPT' DELIMITED BY SIZE
                   INTO WS-RTO-LINE
           ELSE
               STRING '  *** NOT UPDATED -- ' DELIMITED BY SIZE
                       WS-SOURCE-DSN DELIMITED BY SPACE
                       ' LEFT AS IS, SEE JOB LOG ***'
                           DELIMITED BY SIZE
                   INTO WS-RTO-LINE
           END-IF
           WRITE HELLO-RTO-RECORD FROM WS-RTO-LINE.

       LOAD-OPERATOR-AUTHORITY.
           ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
           OPEN INPUT HELLO-OPR-AUTH-FILE
           IF WS-OPA-STATUS NOT = '00'
               DISPLAY 'HELLOAPR: *** ERROR *** unable to open '
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
                   DISPLAY 'HELLOAPR: user ' WS-USER-ID ' has no '
                       'HELLO.OPRAUTH authority -- access refused'
               END-IF
           END-IF.

       ADD-AUTHORITY-ENTRY.
           IF WS-UA-COUNT >= 50
               DISPLAY 'HELLOAPR: *** ERROR *** HELLO.OPRAUTH has '
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
           MOVE 'HELLOAPR'         TO VL-PROGRAM
           MOVE WS-AUTH-ACTION     TO VL-ACTION
           MOVE WS-AUTH-ROLE       TO VL-ROLE-NEEDED
           MOVE WS-AUTH-SCOPE-TYPE TO VL-SCOPE-TYPE
           MOVE WS-AUTH-SCOPE-CODE TO VL-SCOPE-CODE
           OPEN EXTEND HELLO-SEC-VIOL-FILE
           IF WS-SECV-STATUS NOT = '00'
               AND WS-SECV-STATUS NOT = '05'
               DISPLAY 'HELLOAPR: *** WARNING *** unable to open '
                   'HELLO.SECVIOL, status=' WS-SECV-STATUS
                   ' -- refusal not logged'
           ELSE
               WRITE HELLO-SEC-VIOL-RECORD
               CLOSE HELLO-SEC-VIOL-FILE
           END-IF.
