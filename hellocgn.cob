      * HELLOCGN - yearly generation of the coming year's processing
      * calendar from rules instead of by hand. Builds the
      * HELLO.GRPHOL holidays of every holiday group that has rules
      * on HELLO.HOLRULE (fixed dates, nth weekday of a month,
      * Easter-relative dates, each optionally moved off a weekend),
      * and the HELLO.CALENDAR rows (weekends W, other days B, the
      * same as a HELLOCLM year-load) of every site on HELLO.SITES.
      * Prints a proof listing for sign-off; only writes when
      * HELLO.CGNPRM says mode U. Never changes what is already on
      * file: a calendar date a site already has is kept as keyed
      * (and listed where it differs from the weekday default), and
      * a group that already has holidays keyed for the year is
      * compared against its rules but not added to, so a date an
      * operator moved or removed by hand is not put back.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      *   2026-10-15  A holiday that the weekend rule moves into the
      *                year before or after is never added; it is
      *                listed OTHER YEAR -- CHECK (or ON FILE when
      *                already keyed) for hand keying, so another
      *                year's holidays are not started, or added to,
      *                behind the keyed-year guard.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOCGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELLO-CGN-PARM-FILE ASSIGN TO "HELLOCGP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HELLO-HOL-RULE-FILE ASSIGN TO "HELLOHRU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT HELLO-SITE-FILE ASSIGN TO "HELLOSIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SF-SITE-CODE
               FILE STATUS IS WS-SITE-STATUS.
           SELECT OPTIONAL HELLO-GRP-ASSIGN-FILE ASSIGN TO "HELLOGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRA-STATUS.
           SELECT OPTIONAL HELLO-CAL-FILE ASSIGN TO "HELLOCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT OPTIONAL HELLO-GRP-HOL-FILE ASSIGN TO "HELLOGRH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRH-STATUS.
           SELECT HELLO-CGO-FILE ASSIGN TO "HELLOCGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CGO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-CGN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCGP.
       FD  HELLO-HOL-RULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOHRU.
       FD  HELLO-SITE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSTF.
       FD  HELLO-GRP-ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRA.
       FD  HELLO-CAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCAL.
       FD  HELLO-GRP-HOL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOGRH.
       FD  HELLO-CGO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOCGO.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC XX              VALUE '00'.
       01  WS-RULE-STATUS              PIC XX              VALUE '00'.
       01  WS-SITE-STATUS              PIC XX              VALUE '00'.
       01  WS-GRA-STATUS               PIC XX              VALUE '00'.
       01  WS-CAL-STATUS               PIC XX              VALUE '00'.
       01  WS-GRH-STATUS               PIC XX              VALUE '00'.
       01  WS-CGO-STATUS               PIC XX              VALUE '00'.
       01  WS-RULE-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-RULE-EOF                                 VALUE 'Y'.
       01  WS-SITE-EOF-SWITCH          PIC X               VALUE 'N'.
           88  WS-SITE-EOF                                 VALUE 'Y'.
       01  WS-GRA-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-GRA-EOF                                  VALUE 'Y'.
       01  WS-CAL-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-CAL-EOF                                  VALUE 'Y'.
       01  WS-GRH-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-GRH-EOF                                  VALUE 'Y'.
       01  WS-UPDATE-SWITCH            PIC X               VALUE 'N'.
           88  WS-UPDATE-MODE                              VALUE 'Y'.
       01  WS-RULE-OK-SWITCH           PIC X               VALUE 'N'.
           88  WS-RULE-OK                                  VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X               VALUE 'N'.
           88  WS-FOUND                                    VALUE 'Y'.
       01  WS-CAL-CHANGED-SWITCH       PIC X               VALUE 'N'.
           88  WS-CAL-CHANGED                              VALUE 'Y'.
       01  WS-GRH-CHANGED-SWITCH       PIC X               VALUE 'N'.
           88  WS-GRH-CHANGED                              VALUE 'Y'.
       01  WS-GEN-YEAR                 PIC 9(4)            VALUE 0.
       01  WS-WORK-DATE                PIC 9(8)            VALUE 0.
       01  WS-YEAR-START-INT           PIC 9(8)            VALUE 0.
       01  WS-YEAR-END-INT             PIC 9(8)            VALUE 0.
       01  WS-YEAR-START-DATE          PIC X(8)    VALUE SPACES.
       01  WS-YEAR-END-DATE            PIC X(8)    VALUE SPACES.
       01  WS-DAY-INT                  PIC 9(8)            VALUE 0.
       01  WS-DAY-DATE                 PIC 9(8)            VALUE 0.
       01  WS-DAY-OF-WEEK              PIC 9(1)            VALUE 0.
       01  WS-DAY-NAMES                PIC X(21)
                                   VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01  WS-DAY-NAME                 PIC X(3)    VALUE SPACES.
       01  WS-DEFAULT-DAY-TYPE         PIC X(1)    VALUE SPACE.
      *    Easter Sunday of the year being built (Gregorian computus).
       01  WS-EASTER-INT               PIC 9(8)            VALUE 0.
       01  WS-EASTER-WORK.
           05  WS-EA-A                 PIC 9(4)            VALUE 0.
           05  WS-EA-B                 PIC 9(4)            VALUE 0.
           05  WS-EA-C                 PIC 9(4)            VALUE 0.
           05  WS-EA-D                 PIC 9(4)            VALUE 0.
           05  WS-EA-E                 PIC 9(4)            VALUE 0.
           05  WS-EA-F                 PIC 9(4)            VALUE 0.
           05  WS-EA-G                 PIC 9(4)            VALUE 0.
           05  WS-EA-H                 PIC 9(4)            VALUE 0.
           05  WS-EA-I                 PIC 9(4)            VALUE 0.
           05  WS-EA-K                 PIC 9(4)            VALUE 0.
           05  WS-EA-L                 PIC 9(4)            VALUE 0.
           05  WS-EA-M                 PIC 9(4)            VALUE 0.
           05  WS-EA-N                 PIC 9(4)            VALUE 0.
           05  WS-EA-MONTH             PIC 9(2)            VALUE 0.
           05  WS-EA-DAY               PIC 9(2)            VALUE 0.
       01  WS-RT-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-RULE-TABLE.
           05  RT-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-RT-COUNT.
               10  RT-GROUP-CODE       PIC X(4).
               10  RT-RULE-TYPE        PIC X(1).
               10  RT-MONTH            PIC 9(2).
               10  RT-DAY              PIC 9(2).
               10  RT-NTH              PIC X(1).
               10  RT-WEEKDAY          PIC 9(1).
               10  RT-EASTER-OFFSET    PIC S9(3).
               10  RT-WEEKEND-RULE     PIC X(1).
               10  RT-HOLIDAY-NAME     PIC X(30).
       01  WS-RT-IDX                   PIC 9(3)            VALUE 0.
       01  WS-RG-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-RULE-GROUP-TABLE.
           05  RG-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-RG-COUNT.
               10  RG-GROUP-CODE       PIC X(4).
       01  WS-RG-IDX                   PIC 9(3)            VALUE 0.
       01  WS-GW-COUNT                 PIC 9(3)            VALUE 0.
       01  HELLO-GROUP-WORK-TABLE.
           05  GW-ENTRY OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-GW-COUNT.
               10  GW-RULE-IDX         PIC 9(3).
               10  GW-RAW-INT          PIC 9(8).
               10  GW-DATE-INT         PIC 9(8).
       01  WS-GW-IDX                   PIC 9(3)            VALUE 0.
       01  WS-GW-SCAN-IDX              PIC 9(3)            VALUE 0.
       01  WS-SITE-COUNT               PIC 9(3)            VALUE 0.
       01  HELLO-GEN-SITE-TABLE.
           05  ST-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SITE-COUNT.
               10  ST-SITE-CODE        PIC X(4).
       01  WS-ST-IDX                   PIC 9(3)            VALUE 0.
       01  WS-GRA-COUNT                PIC 9(3)            VALUE 0.
       01  HELLO-GRP-ASSIGN-TABLE.
           05  GT-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-GRA-COUNT.
               10  GT-SITE-CODE        PIC X(4).
               10  GT-GROUP-CODE       PIC X(4).
       01  WS-GT-IDX                   PIC 9(3)            VALUE 0.
       01  WS-CT-COUNT                 PIC 9(5)            VALUE 0.
       01  HELLO-CAL-TABLE.
           05  CT-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-CT-COUNT.
               10  CT-DATE             PIC X(8).
               10  CT-SITE-CODE        PIC X(4).
               10  CT-DAY-TYPE         PIC X(1).
       01  WS-CT-IDX                   PIC 9(5)            VALUE 0.
       01  WS-CT-COUNT-BEFORE          PIC 9(5)            VALUE 0.
       01  WS-GRH-COUNT                PIC 9(4)            VALUE 0.
       01  HELLO-GRP-HOL-TABLE.
           05  GO-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-GRH-COUNT.
               10  GO-GROUP-CODE       PIC X(4).
               10  GO-HOL-DATE         PIC X(8).
       01  WS-GO-IDX                   PIC 9(4)            VALUE 0.
      *    One flag per day of the year being built: Y when the site
      *    being generated already has a HELLO.CALENDAR row that day.
       01  HELLO-DAY-ON-FILE-TABLE.
           05  DF-ON-FILE              PIC X(1)
                   OCCURS 366 TIMES.
       01  WS-DAY-IDX                  PIC 9(3)            VALUE 0.
       01  WS-SITE-CODE                PIC X(4)    VALUE SPACES.
       01  WS-GROUP-CODE               PIC X(4)    VALUE SPACES.
       01  WS-RULE-DESC                PIC X(14)   VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(21)   VALUE SPACES.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
       01  WS-GROUP-ON-FILE            PIC 9(4)            VALUE 0.
       01  WS-SITE-ON-FILE             PIC 9(4)            VALUE 0.
       01  WS-SITE-ADDED               PIC 9(4)            VALUE 0.
       01  WS-SITE-KEPT                PIC 9(4)            VALUE 0.
       01  WS-NTH-NUM                  PIC 9(1)            VALUE 0.
       01  WS-OFFSET                   PIC 9(1)            VALUE 0.
       01  WS-RULES-READ               PIC 9(5)            VALUE 0.
       01  WS-RULES-INVALID            PIC 9(5)            VALUE 0.
       01  WS-HOLS-ADDED               PIC 9(5)            VALUE 0.
       01  WS-CAL-ADDED                PIC 9(7)            VALUE 0.
       01  WS-DIFF-COUNT               PIC 9(5)            VALUE 0.
       01  WS-CAPACITY-SWITCH          PIC X               VALUE 'N'.
           88  WS-CAPACITY-EXCEEDED                        VALUE 'Y'.
       01  WS-COUNT-EDIT               PIC ZZZZ9.
       01  WS-OFFSET-EDIT              PIC +999.
       01  WS-CGO-LINE                 PIC X(80)   VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-GEN-PARM
           IF RETURN-CODE = 0
               PERFORM OPEN-PROOF-LISTING
           END-IF
           IF RETURN-CODE = 0
               PERFORM LOAD-RULE-TABLE
           END-IF
           IF RETURN-CODE = 0
               PERFORM LOAD-SITE-TABLE
           END-IF
           IF RETURN-CODE = 0
               PERFORM LOAD-GROUP-TABLES
               PERFORM LOAD-CAL-TABLE
               PERFORM COMPUTE-EASTER
               PERFORM GENERATE-GROUP-HOLIDAYS
                   VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-COUNT
                       OR WS-CAPACITY-EXCEEDED
               PERFORM WRITE-SITE-HEADINGS
               PERFORM GENERATE-SITE-CALENDAR
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-SITE-COUNT
                       OR WS-CAPACITY-EXCEEDED
               IF WS-CAPACITY-EXCEEDED
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-UPDATE-MODE
                       PERFORM SAVE-CAL-TABLE
                       PERFORM SAVE-GROUP-HOL-TABLE
                   END-IF
               END-IF
               PERFORM WRITE-PROOF-TOTALS
               IF (WS-RULES-INVALID > 0 OR WS-DIFF-COUNT > 0)
                   AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-CGO-STATUS = '00'
               CLOSE HELLO-CGO-FILE
           END-IF
           STOP RUN.

       READ-GEN-PARM.
           MOVE SPACES TO HELLO-CGN-PARM-RECORD
           OPEN INPUT HELLO-CGN-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ HELLO-CGN-PARM-FILE
               IF WS-PARM-STATUS NOT = '00'
                   MOVE SPACES TO HELLO-CGN-PARM-RECORD
               END-IF
           END-IF
           CLOSE HELLO-CGN-PARM-FILE
           IF CG-MODE-UPDATE
               SET WS-UPDATE-MODE TO TRUE
           END-IF
           IF CG-YEAR = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-GEN-YEAR
               ADD 1 TO WS-GEN-YEAR
           ELSE
               IF CG-YEAR IS NUMERIC
                   MOVE CG-YEAR TO WS-GEN-YEAR
               END-IF
           END-IF
           IF WS-GEN-YEAR < 1601
               DISPLAY 'HELLOCGN: *** ERROR *** year ' CG-YEAR
                   ' in HELLO.CGNPRM is not YYYY'
               MOVE 16 TO RETURN-CODE
           ELSE
               COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000 + 0101
               MOVE WS-WORK-DATE TO WS-YEAR-START-DATE
               COMPUTE WS-YEAR-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000 + 1231
               MOVE WS-WORK-DATE TO WS-YEAR-END-DATE
               COMPUTE WS-YEAR-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           END-IF.

       OPEN-PROOF-LISTING.
           OPEN OUTPUT HELLO-CGO-FILE
           IF WS-CGO-STATUS NOT = '00'
               DISPLAY 'HELLOCGN: *** ERROR *** unable to open '
                   'HELLO.CGNRPT, status=' WS-CGO-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-CGO-LINE
               STRING 'HELLO CALENDAR GENERATION PROOF -- YEAR '
                           DELIMITED BY SIZE
                       WS-GEN-YEAR DELIMITED BY SIZE
                   INTO WS-CGO-LINE
               IF WS-UPDATE-MODE
                   MOVE '-- UPDATE RUN' TO WS-CGO-LINE(47:13)
               ELSE
                   MOVE '-- PROOF ONLY, NOTHING WRITTEN'
                       TO WS-CGO-LINE(47:30)
               END-IF
               WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           END-IF.

       LOAD-RULE-TABLE.
           OPEN INPUT HELLO-HOL-RULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY 'HELLOCGN: *** ERROR *** unable to open '
                   'HELLO.HOLRULE, status=' WS-RULE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-RULE-EOF
                   READ HELLO-HOL-RULE-FILE
                       AT END
                           SET WS-RULE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RULES-READ
                           PERFORM VALIDATE-RULE
                           IF WS-RULE-OK
                               PERFORM ADD-RULE-ENTRY
                           ELSE
                               PERFORM WRITE-INVALID-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELLO-HOL-RULE-FILE
           END-IF.

       VALIDATE-RULE.
           MOVE 'N' TO WS-RULE-OK-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN HR-GROUP-CODE = SPACES
                   MOVE 'NO GROUP CODE' TO WS-REJECT-REASON
               WHEN NOT HR-WEEKEND-RULE-VALID
                   MOVE 'WEEKEND RULE NOT M, N, OR BLANK'
                       TO WS-REJECT-REASON
               WHEN HR-RULE-FIXED
                   IF HR-MONTH IS NOT NUMERIC
                       OR HR-MONTH < 1 OR HR-MONTH > 12
                       OR HR-DAY IS NOT NUMERIC
                       OR HR-DAY < 1 OR HR-DAY > 31
                       MOVE 'MONTH/DAY NOT A DATE'
                           TO WS-REJECT-REASON
                   ELSE
                       SET WS-RULE-OK TO TRUE
                   END-IF
               WHEN HR-RULE-NTH-WEEKDAY
                   IF HR-MONTH IS NOT NUMERIC
                       OR HR-MONTH < 1 OR HR-MONTH > 12
                       OR NOT HR-NTH-VALID
                       OR HR-WEEKDAY IS NOT NUMERIC
                       OR HR-WEEKDAY < 1 OR HR-WEEKDAY > 7
                       MOVE 'MONTH/NTH/WEEKDAY NOT VALID'
                           TO WS-REJECT-REASON
                   ELSE
                       SET WS-RULE-OK TO TRUE
                   END-IF
               WHEN HR-RULE-EASTER
                   IF HR-EASTER-OFFSET IS NOT NUMERIC
                       MOVE 'EASTER OFFSET NOT +NNN/-NNN'
                           TO WS-REJECT-REASON
                   ELSE
                       SET WS-RULE-OK TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 'RULE TYPE NOT F, N, OR E'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       ADD-RULE-ENTRY.
           IF WS-RT-COUNT >= 200
               DISPLAY 'HELLOCGN: *** ERROR *** HELLO.HOLRULE has '
                   'more than 200 rules -- extra rules ignored'
               SET WS-RULE-EOF TO TRUE
               ADD 1 TO WS-RULES-INVALID
           ELSE
               ADD 1 TO WS-RT-COUNT
               MOVE HR-GROUP-CODE   TO RT-GROUP-CODE(WS-RT-COUNT)
               MOVE HR-RULE-TYPE    TO RT-RULE-TYPE(WS-RT-COUNT)
               MOVE 0               TO RT-MONTH(WS-RT-COUNT)
               MOVE 0               TO RT-DAY(WS-RT-COUNT)
               MOVE HR-NTH          TO RT-NTH(WS-RT-COUNT)
               MOVE 0               TO RT-WEEKDAY(WS-RT-COUNT)
               MOVE 0               TO RT-EASTER-OFFSET(WS-RT-COUNT)
               EVALUATE TRUE
                   WHEN HR-RULE-FIXED
                       MOVE HR-MONTH TO RT-MONTH(WS-RT-COUNT)
                       MOVE HR-DAY   TO RT-DAY(WS-RT-COUNT)
                   WHEN HR-RULE-NTH-WEEKDAY
                       MOVE HR-MONTH   TO RT-MONTH(WS-RT-COUNT)
                       MOVE HR-WEEKDAY TO RT-WEEKDAY(WS-RT-COUNT)
                   WHEN HR-RULE-EASTER
                       MOVE HR-EASTER-OFFSET
                           TO RT-EASTER-OFFSET(WS-RT-COUNT)
               END-EVALUATE
               MOVE HR-WEEKEND-RULE TO RT-WEEKEND-RULE(WS-RT-COUNT)
               MOVE HR-HOLIDAY-NAME TO RT-HOLIDAY-NAME(WS-RT-COUNT)
               MOVE 'N' TO WS-FOUND-SWITCH
               PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                       UNTIL WS-RG-IDX > WS-RG-COUNT OR WS-FOUND
                   IF RG-GROUP-CODE(WS-RG-IDX) = HR-GROUP-CODE
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   ADD 1 TO WS-RG-COUNT
                   MOVE HR-GROUP-CODE TO RG-GROUP-CODE(WS-RG-COUNT)
               END-IF
           END-IF.

       WRITE-INVALID-RULE.
           ADD 1 TO WS-RULES-INVALID
           MOVE SPACES TO WS-CGO-LINE
           STRING 'INVALID RULE ' DELIMITED BY SIZE
                   HR-GROUP-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HR-HOLIDAY-NAME DELIMITED BY SIZE
                   ' -- ' DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           DISPLAY 'HELLOCGN: ' WS-CGO-LINE.

       LOAD-SITE-TABLE.
           OPEN INPUT HELLO-SITE-FILE
           IF WS-SITE-STATUS NOT = '00'
               DISPLAY 'HELLOCGN: *** ERROR *** unable to open '
                   'HELLO.SITES, status=' WS-SITE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-SITE-EOF
                   READ HELLO-SITE-FILE
                       AT END
                           SET WS-SITE-EOF TO TRUE
                       NOT AT END
                           IF WS-SITE-COUNT >= 500
                               DISPLAY 'HELLOCGN: *** ERROR *** '
                                   'HELLO.SITES has more than 500 '
                                   'rows -- extra rows ignored'
                               SET WS-SITE-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-SITE-COUNT
                               MOVE SF-SITE-CODE
                                   TO ST-SITE-CODE(WS-SITE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELLO-SITE-FILE
           END-IF.

       LOAD-GROUP-TABLES.
           OPEN INPUT HELLO-GRP-ASSIGN-FILE
           IF WS-GRA-STATUS = '00'
               PERFORM UNTIL WS-GRA-EOF
                   READ HELLO-GRP-ASSIGN-FILE
                       AT END
                           SET WS-GRA-EOF TO TRUE
                       NOT AT END
                           IF WS-GRA-COUNT >= 500
                               DISPLAY 'HELLOCGN: *** ERROR *** '
                                   'HELLO.SITEGRP has more than 500 '
                                   'rows -- extra rows ignored'
                               SET WS-GRA-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-GRA-COUNT
                               MOVE GA-SITE-CODE
                                   TO GT-SITE-CODE(WS-GRA-COUNT)
                               MOVE GA-GROUP-CODE
                                   TO GT-GROUP-CODE(WS-GRA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-GRP-ASSIGN-FILE
           OPEN INPUT HELLO-GRP-HOL-FILE
           IF WS-GRH-STATUS = '00'
               PERFORM UNTIL WS-GRH-EOF
                   READ HELLO-GRP-HOL-FILE
                       AT END
                           SET WS-GRH-EOF TO TRUE
                       NOT AT END
                           IF WS-GRH-COUNT >= 1000
                               DISPLAY 'HELLOCGN: *** ERROR *** '
                                   'HELLO.GRPHOL has more than 1000 '
                                   'rows -- nothing will be written'
                               SET WS-GRH-EOF TO TRUE
                               SET WS-CAPACITY-EXCEEDED TO TRUE
                           ELSE
                               ADD 1 TO WS-GRH-COUNT
                               MOVE GH-GROUP-CODE
                                   TO GO-GROUP-CODE(WS-GRH-COUNT)
                               MOVE GH-HOL-DATE
                                   TO GO-HOL-DATE(WS-GRH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-GRP-HOL-FILE.

       LOAD-CAL-TABLE.
           OPEN INPUT HELLO-CAL-FILE
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-CAL-EOF
                   READ HELLO-CAL-FILE
                       AT END
                           SET WS-CAL-EOF TO TRUE
                       NOT AT END
                           IF WS-CT-COUNT >= 20000
                               DISPLAY 'HELLOCGN: *** ERROR *** '
                                   'HELLO.CALENDAR has more than '
                                   '20000 rows -- nothing will be '
                                   'written'
                               SET WS-CAL-EOF TO TRUE
                               SET WS-CAPACITY-EXCEEDED TO TRUE
                           ELSE
                               ADD 1 TO WS-CT-COUNT
                               MOVE CL-CAL-DATE
                                   TO CT-DATE(WS-CT-COUNT)
                               MOVE CL-SITE-CODE
                                   TO CT-SITE-CODE(WS-CT-COUNT)
                               MOVE CL-DAY-TYPE
                                   TO CT-DAY-TYPE(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-CAL-FILE.

      *    Anonymous Gregorian algorithm; every division below is an
      *    integer division (the receiving fields have no decimals).
       COMPUTE-EASTER.
           COMPUTE WS-EA-A = FUNCTION MOD(WS-GEN-YEAR, 19)
           COMPUTE WS-EA-B = WS-GEN-YEAR / 100
           COMPUTE WS-EA-C = FUNCTION MOD(WS-GEN-YEAR, 100)
           COMPUTE WS-EA-D = WS-EA-B / 4
           COMPUTE WS-EA-E = FUNCTION MOD(WS-EA-B, 4)
           COMPUTE WS-EA-F = (WS-EA-B + 8) / 25
           COMPUTE WS-EA-G = (WS-EA-B - WS-EA-F + 1) / 3
           COMPUTE WS-EA-H = FUNCTION MOD
               (19 * WS-EA-A + WS-EA-B - WS-EA-D - WS-EA-G + 15, 30)
           COMPUTE WS-EA-I = WS-EA-C / 4
           COMPUTE WS-EA-K = FUNCTION MOD(WS-EA-C, 4)
           COMPUTE WS-EA-L = FUNCTION MOD
               (32 + 2 * WS-EA-E + 2 * WS-EA-I - WS-EA-H - WS-EA-K,
                7)
           COMPUTE WS-EA-M =
               (WS-EA-A + 11 * WS-EA-H + 22 * WS-EA-L) / 451
           COMPUTE WS-EA-N = WS-EA-H + WS-EA-L - 7 * WS-EA-M + 114
           COMPUTE WS-EA-MONTH = WS-EA-N / 31
           COMPUTE WS-EA-DAY = FUNCTION MOD(WS-EA-N, 31) + 1
           COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000
               + WS-EA-MONTH * 100 + WS-EA-DAY
           COMPUTE WS-EASTER-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).

      *    One holiday group: work out every rule's date, move the
      *    weekend ones, then add them to HELLO.GRPHOL -- unless the
      *    group already has holidays keyed for the year, in which
      *    case the rules are only compared with what is on file.
       GENERATE-GROUP-HOLIDAYS.
           MOVE RG-GROUP-CODE(WS-RG-IDX) TO WS-GROUP-CODE
           MOVE 0 TO WS-GROUP-ON-FILE
           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                   UNTIL WS-GO-IDX > WS-GRH-COUNT
               IF GO-GROUP-CODE(WS-GO-IDX) = WS-GROUP-CODE
                   AND GO-HOL-DATE(WS-GO-IDX) >= WS-YEAR-START-DATE
                   AND GO-HOL-DATE(WS-GO-IDX) <= WS-YEAR-END-DATE
                   ADD 1 TO WS-GROUP-ON-FILE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GW-COUNT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF RT-GROUP-CODE(WS-RT-IDX) = WS-GROUP-CODE
                   PERFORM COMPUTE-RULE-DATE
               END-IF
           END-PERFORM
           PERFORM APPLY-WEEKEND-RULE
               VARYING WS-GW-IDX FROM 1 BY 1
               UNTIL WS-GW-IDX > WS-GW-COUNT
           MOVE SPACES TO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE SPACES TO WS-CGO-LINE
           STRING 'GROUP ' DELIMITED BY SIZE
                   WS-GROUP-CODE DELIMITED BY SIZE
                   ' HOLIDAYS' DELIMITED BY SIZE
               INTO WS-CGO-LINE
           IF WS-GROUP-ON-FILE > 0
               MOVE WS-GROUP-ON-FILE TO WS-COUNT-EDIT
               MOVE '--' TO WS-CGO-LINE(21:2)
               MOVE WS-COUNT-EDIT TO WS-CGO-LINE(23:5)
               MOVE 'ALREADY ON FILE, COMPARED ONLY'
                   TO WS-CGO-LINE(29:30)
           END-IF
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE 'DATE     DAY HOLIDAY' TO WS-CGO-LINE
           MOVE 'RULE'   TO WS-CGO-LINE(45:4)
           MOVE 'ACTION' TO WS-CGO-LINE(60:6)
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           PERFORM WRITE-GROUP-HOLIDAY
               VARYING WS-GW-IDX FROM 1 BY 1
               UNTIL WS-GW-IDX > WS-GW-COUNT
                   OR WS-CAPACITY-EXCEEDED
           IF WS-GROUP-ON-FILE > 0
               PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                       UNTIL WS-GO-IDX > WS-GRH-COUNT
                   IF GO-GROUP-CODE(WS-GO-IDX) = WS-GROUP-CODE
                       AND GO-HOL-DATE(WS-GO-IDX)
                           >= WS-YEAR-START-DATE
                       AND GO-HOL-DATE(WS-GO-IDX)
                           <= WS-YEAR-END-DATE
                       PERFORM CHECK-KEYED-HOLIDAY
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-RULE-DATE.
           MOVE 0 TO WS-DAY-INT
           EVALUATE RT-RULE-TYPE(WS-RT-IDX)
               WHEN 'F'
                   COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000
                       + RT-MONTH(WS-RT-IDX) * 100
                       + RT-DAY(WS-RT-IDX)
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               WHEN 'N'
                   PERFORM COMPUTE-NTH-WEEKDAY
               WHEN 'E'
                   COMPUTE WS-DAY-INT = WS-EASTER-INT
                       + RT-EASTER-OFFSET(WS-RT-IDX)
           END-EVALUATE
           IF WS-DAY-INT < WS-YEAR-START-INT
               OR WS-DAY-INT > WS-YEAR-END-INT
               MOVE 'NO DATE THIS YEAR' TO WS-REJECT-REASON
               PERFORM WRITE-UNUSABLE-RULE
           ELSE
               ADD 1 TO WS-GW-COUNT
               MOVE WS-RT-IDX  TO GW-RULE-IDX(WS-GW-COUNT)
               MOVE WS-DAY-INT TO GW-RAW-INT(WS-GW-COUNT)
               MOVE WS-DAY-INT TO GW-DATE-INT(WS-GW-COUNT)
           END-IF.

      *    Day numbers run Monday = 1 .. Saturday = 6, Sunday = 0
      *    (MOD 7 of the integer date); rule weekday 7 is Sunday.
       COMPUTE-NTH-WEEKDAY.
           IF RT-NTH(WS-RT-IDX) = 'L'
               IF RT-MONTH(WS-RT-IDX) = 12
                   COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000 + 1231
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               ELSE
                   COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000
                       + (RT-MONTH(WS-RT-IDX) + 1) * 100 + 1
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               END-IF
               COMPUTE WS-OFFSET = FUNCTION MOD
                   (FUNCTION MOD(WS-DAY-INT, 7)
                       - FUNCTION MOD(RT-WEEKDAY(WS-RT-IDX), 7) + 7,
                    7)
               SUBTRACT WS-OFFSET FROM WS-DAY-INT
           ELSE
               MOVE RT-NTH(WS-RT-IDX) TO WS-NTH-NUM
               COMPUTE WS-WORK-DATE = WS-GEN-YEAR * 10000
                   + RT-MONTH(WS-RT-IDX) * 100 + 1
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               COMPUTE WS-OFFSET = FUNCTION MOD
                   (FUNCTION MOD(RT-WEEKDAY(WS-RT-IDX), 7)
                       - FUNCTION MOD(WS-DAY-INT, 7) + 7,
                    7)
               COMPUTE WS-DAY-INT = WS-DAY-INT + WS-OFFSET
                   + (WS-NTH-NUM - 1) * 7
           END-IF.

       WRITE-UNUSABLE-RULE.
           ADD 1 TO WS-RULES-INVALID
           MOVE SPACES TO WS-CGO-LINE
           STRING 'INVALID RULE ' DELIMITED BY SIZE
                   RT-GROUP-CODE(WS-RT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RT-HOLIDAY-NAME(WS-RT-IDX) DELIMITED BY SIZE
                   ' -- ' DELIMITED BY SIZE
                   WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           DISPLAY 'HELLOCGN: ' WS-CGO-LINE.

      *    M: forward to the next weekday not already one of the
      *    group's holidays this year. N: Saturday back to Friday,
      *    Sunday on to Monday.
       APPLY-WEEKEND-RULE.
           MOVE GW-RULE-IDX(WS-GW-IDX) TO WS-RT-IDX
           MOVE GW-DATE-INT(WS-GW-IDX) TO WS-DAY-INT
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               EVALUATE RT-WEEKEND-RULE(WS-RT-IDX)
                   WHEN 'N'
                       IF WS-DAY-OF-WEEK = 6
                           SUBTRACT 1 FROM WS-DAY-INT
                       ELSE
                           ADD 1 TO WS-DAY-INT
                       END-IF
                   WHEN 'M'
                       SET WS-FOUND TO TRUE
                       PERFORM UNTIL NOT WS-FOUND
                           ADD 1 TO WS-DAY-INT
                           COMPUTE WS-DAY-OF-WEEK =
                               FUNCTION MOD(WS-DAY-INT, 7)
                           PERFORM FIND-GROUP-WORK-DATE
                           IF WS-DAY-OF-WEEK = 0
                               OR WS-DAY-OF-WEEK = 6
                               SET WS-FOUND TO TRUE
                           END-IF
                       END-PERFORM
               END-EVALUATE
               MOVE WS-DAY-INT TO GW-DATE-INT(WS-GW-IDX)
           END-IF.

       FIND-GROUP-WORK-DATE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GW-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-GW-SCAN-IDX > WS-GW-COUNT OR WS-FOUND
               IF WS-GW-SCAN-IDX NOT = WS-GW-IDX
                   AND GW-DATE-INT(WS-GW-SCAN-IDX) = WS-DAY-INT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       WRITE-GROUP-HOLIDAY.
           MOVE GW-RULE-IDX(WS-GW-IDX) TO WS-RT-IDX
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(GW-DATE-INT(WS-GW-IDX))
           PERFORM FIND-GROUP-HOLIDAY
      *    WS-GROUP-ON-FILE only speaks for the year being built; a
      *    date moved across the year end is left to the operator.
           EVALUATE TRUE
               WHEN GW-DATE-INT(WS-GW-IDX) < WS-YEAR-START-INT
                   OR GW-DATE-INT(WS-GW-IDX) > WS-YEAR-END-INT
                   IF WS-FOUND
                       MOVE 'ON FILE' TO WS-ACTION-TEXT
                   ELSE
                       MOVE 'OTHER YEAR -- CHECK' TO WS-ACTION-TEXT
                       ADD 1 TO WS-DIFF-COUNT
                   END-IF
               WHEN WS-GROUP-ON-FILE > 0 AND WS-FOUND
                   MOVE 'ON FILE' TO WS-ACTION-TEXT
               WHEN WS-GROUP-ON-FILE > 0
                   MOVE 'NOT ON FILE -- CHECK' TO WS-ACTION-TEXT
                   ADD 1 TO WS-DIFF-COUNT
               WHEN WS-FOUND
                   MOVE 'SAME DATE AS ABOVE' TO WS-ACTION-TEXT
               WHEN WS-GRH-COUNT >= 1000
                   MOVE 'NO ROOM ON GRPHOL' TO WS-ACTION-TEXT
                   SET WS-CAPACITY-EXCEEDED TO TRUE
                   DISPLAY 'HELLOCGN: *** ERROR *** HELLO.GRPHOL '
                       'would exceed 1000 rows -- nothing written'
               WHEN OTHER
                   ADD 1 TO WS-GRH-COUNT
                   MOVE WS-GROUP-CODE TO GO-GROUP-CODE(WS-GRH-COUNT)
                   MOVE WS-DAY-DATE   TO GO-HOL-DATE(WS-GRH-COUNT)
                   SET WS-GRH-CHANGED TO TRUE
                   ADD 1 TO WS-HOLS-ADDED
                   IF WS-UPDATE-MODE
                       MOVE 'ADDED' TO WS-ACTION-TEXT
                   ELSE
                       MOVE 'TO BE ADDED' TO WS-ACTION-TEXT
                   END-IF
           END-EVALUATE
           PERFORM FORMAT-RULE-DESC
           MOVE GW-DATE-INT(WS-GW-IDX) TO WS-DAY-INT
           PERFORM FIND-DAY-NAME
           MOVE SPACES TO WS-CGO-LINE
           MOVE WS-DAY-DATE                TO WS-CGO-LINE(1:8)
           MOVE WS-DAY-NAME                TO WS-CGO-LINE(10:3)
           MOVE RT-HOLIDAY-NAME(WS-RT-IDX) TO WS-CGO-LINE(14:30)
           MOVE WS-RULE-DESC               TO WS-CGO-LINE(45:14)
           MOVE WS-ACTION-TEXT             TO WS-CGO-LINE(60:21)
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           IF GW-DATE-INT(WS-GW-IDX) NOT = GW-RAW-INT(WS-GW-IDX)
               MOVE GW-RAW-INT(WS-GW-IDX) TO WS-DAY-INT
               PERFORM FIND-DAY-NAME
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(GW-RAW-INT(WS-GW-IDX))
               MOVE SPACES TO WS-CGO-LINE
               STRING 'MOVED OFF ' DELIMITED BY SIZE
                       WS-DAY-NAME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-WORK-DATE DELIMITED BY SIZE
                   INTO WS-CGO-LINE(14:30)
               WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           END-IF.

       FIND-GROUP-HOLIDAY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                   UNTIL WS-GO-IDX > WS-GRH-COUNT OR WS-FOUND
               IF GO-GROUP-CODE(WS-GO-IDX) = WS-GROUP-CODE
                   AND GO-HOL-DATE(WS-GO-IDX) = WS-DAY-DATE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    A holiday keyed on file for a compared group that no rule
      *    produces -- an operator's correction, or a missing rule.
       CHECK-KEYED-HOLIDAY.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-GW-IDX FROM 1 BY 1
                   UNTIL WS-GW-IDX > WS-GW-COUNT OR WS-FOUND
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(GW-DATE-INT(WS-GW-IDX))
               IF WS-DAY-DATE = GO-HOL-DATE(WS-GO-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               ADD 1 TO WS-DIFF-COUNT
               MOVE GO-HOL-DATE(WS-GO-IDX) TO WS-WORK-DATE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
               PERFORM FIND-DAY-NAME
               MOVE SPACES TO WS-CGO-LINE
               MOVE GO-HOL-DATE(WS-GO-IDX) TO WS-CGO-LINE(1:8)
               MOVE WS-DAY-NAME            TO WS-CGO-LINE(10:3)
               MOVE '(KEYED BY HAND)'      TO WS-CGO-LINE(14:15)
               MOVE 'NO RULE -- KEPT'      TO WS-CGO-LINE(60:15)
               WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           END-IF.

       FORMAT-RULE-DESC.
           MOVE SPACES TO WS-RULE-DESC
           EVALUATE RT-RULE-TYPE(WS-RT-IDX)
               WHEN 'F'
                   STRING 'FIXED ' DELIMITED BY SIZE
                           RT-MONTH(WS-RT-IDX) DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           RT-DAY(WS-RT-IDX) DELIMITED BY SIZE
                       INTO WS-RULE-DESC
               WHEN 'N'
                   MOVE FUNCTION MOD(RT-WEEKDAY(WS-RT-IDX), 7)
                       TO WS-DAY-OF-WEEK
                   MOVE WS-DAY-NAMES(WS-DAY-OF-WEEK * 3 + 1:3)
                       TO WS-DAY-NAME
                   STRING RT-NTH(WS-RT-IDX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-DAY-NAME DELIMITED BY SIZE
                           ' OF ' DELIMITED BY SIZE
                           RT-MONTH(WS-RT-IDX) DELIMITED BY SIZE
                       INTO WS-RULE-DESC
               WHEN 'E'
                   MOVE RT-EASTER-OFFSET(WS-RT-IDX) TO WS-OFFSET-EDIT
                   STRING 'EASTER ' DELIMITED BY SIZE
                           WS-OFFSET-EDIT DELIMITED BY SIZE
                       INTO WS-RULE-DESC
           END-EVALUATE
           IF RT-WEEKEND-RULE(WS-RT-IDX) NOT = SPACE
               MOVE RT-WEEKEND-RULE(WS-RT-IDX) TO WS-RULE-DESC(13:1)
           END-IF.

       FIND-DAY-NAME.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
           MOVE WS-DAY-NAMES(WS-DAY-OF-WEEK * 3 + 1:3) TO WS-DAY-NAME.

       WRITE-SITE-HEADINGS.
           MOVE SPACES TO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE 'SITE CALENDARS' TO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE 'SITE GROUP  ADDED ON FILE  KEPT AS KEYED'
               TO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE.

      *    One site: add the days of the year it has no row for, and
      *    list the rows already on file whose day type differs from
      *    the weekday default -- those are kept as keyed.
       GENERATE-SITE-CALENDAR.
           MOVE ST-SITE-CODE(WS-ST-IDX) TO WS-SITE-CODE
           MOVE SPACES TO WS-GROUP-CODE
           PERFORM VARYING WS-GT-IDX FROM 1 BY 1
                   UNTIL WS-GT-IDX > WS-GRA-COUNT
               IF GT-SITE-CODE(WS-GT-IDX) = WS-SITE-CODE
                   MOVE GT-GROUP-CODE(WS-GT-IDX) TO WS-GROUP-CODE
               END-IF
           END-PERFORM
           MOVE ALL 'N' TO HELLO-DAY-ON-FILE-TABLE
           MOVE 0 TO WS-SITE-ON-FILE
           MOVE 0 TO WS-SITE-ADDED
           MOVE 0 TO WS-SITE-KEPT
           MOVE WS-CT-COUNT TO WS-CT-COUNT-BEFORE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT-BEFORE
               IF CT-SITE-CODE(WS-CT-IDX) = WS-SITE-CODE
                   AND CT-DATE(WS-CT-IDX) >= WS-YEAR-START-DATE
                   AND CT-DATE(WS-CT-IDX) <= WS-YEAR-END-DATE
                   PERFORM NOTE-SITE-DAY-ON-FILE
               END-IF
           END-PERFORM
           PERFORM ADD-SITE-DAY
               VARYING WS-DAY-INT FROM WS-YEAR-START-INT BY 1
               UNTIL WS-DAY-INT > WS-YEAR-END-INT
                   OR WS-CAPACITY-EXCEEDED
           MOVE SPACES TO WS-CGO-LINE
           MOVE WS-SITE-CODE TO WS-CGO-LINE(1:4)
           IF WS-GROUP-CODE = SPACES
               MOVE 'NONE' TO WS-CGO-LINE(6:4)
           ELSE
               MOVE WS-GROUP-CODE TO WS-CGO-LINE(6:4)
           END-IF
           MOVE WS-SITE-ADDED TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CGO-LINE(12:5)
           MOVE WS-SITE-ON-FILE TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CGO-LINE(20:5)
           MOVE WS-SITE-KEPT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO WS-CGO-LINE(27:5)
           IF WS-CAPACITY-EXCEEDED
               MOVE 'NO ROOM ON HELLO.CALENDAR' TO WS-CGO-LINE(34:25)
               DISPLAY 'HELLOCGN: *** ERROR *** HELLO.CALENDAR '
                   'would exceed 20000 rows -- nothing written'
           END-IF
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           IF WS-SITE-KEPT > 0
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT-BEFORE
                   IF CT-SITE-CODE(WS-CT-IDX) = WS-SITE-CODE
                       AND CT-DATE(WS-CT-IDX) >= WS-YEAR-START-DATE
                       AND CT-DATE(WS-CT-IDX) <= WS-YEAR-END-DATE
                       PERFORM WRITE-KEPT-SITE-DAY
                   END-IF
               END-PERFORM
           END-IF.

       NOTE-SITE-DAY-ON-FILE.
           MOVE CT-DATE(WS-CT-IDX) TO WS-WORK-DATE
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           IF WS-DAY-INT >= WS-YEAR-START-INT
               COMPUTE WS-DAY-IDX = WS-DAY-INT - WS-YEAR-START-INT + 1
               IF DF-ON-FILE(WS-DAY-IDX) = 'N'
                   MOVE 'Y' TO DF-ON-FILE(WS-DAY-IDX)
                   ADD 1 TO WS-SITE-ON-FILE
               END-IF
               PERFORM SET-DEFAULT-DAY-TYPE
               IF CT-DAY-TYPE(WS-CT-IDX) NOT = WS-DEFAULT-DAY-TYPE
                   ADD 1 TO WS-SITE-KEPT
               END-IF
           END-IF.

       SET-DEFAULT-DAY-TYPE.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT, 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               MOVE 'W' TO WS-DEFAULT-DAY-TYPE
           ELSE
               MOVE 'B' TO WS-DEFAULT-DAY-TYPE
           END-IF.

       ADD-SITE-DAY.
           COMPUTE WS-DAY-IDX = WS-DAY-INT - WS-YEAR-START-INT + 1
           IF DF-ON-FILE(WS-DAY-IDX) = 'N'
               IF WS-CT-COUNT >= 20000
                   SET WS-CAPACITY-EXCEEDED TO TRUE
               ELSE
                   COMPUTE WS-DAY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   PERFORM SET-DEFAULT-DAY-TYPE
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-DAY-DATE  TO CT-DATE(WS-CT-COUNT)
                   MOVE WS-SITE-CODE TO CT-SITE-CODE(WS-CT-COUNT)
                   MOVE WS-DEFAULT-DAY-TYPE
                       TO CT-DAY-TYPE(WS-CT-COUNT)
                   SET WS-CAL-CHANGED TO TRUE
                   ADD 1 TO WS-SITE-ADDED
                   ADD 1 TO WS-CAL-ADDED
               END-IF
           END-IF.

       WRITE-KEPT-SITE-DAY.
           MOVE CT-DATE(WS-CT-IDX) TO WS-WORK-DATE
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
           PERFORM SET-DEFAULT-DAY-TYPE
           IF CT-DAY-TYPE(WS-CT-IDX) NOT = WS-DEFAULT-DAY-TYPE
               PERFORM FIND-DAY-NAME
               MOVE SPACES TO WS-CGO-LINE
               STRING '     ' DELIMITED BY SIZE
                       CT-DATE(WS-CT-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DAY-NAME DELIMITED BY SIZE
                       ' KEYED ' DELIMITED BY SIZE
                       CT-DAY-TYPE(WS-CT-IDX) DELIMITED BY SIZE
                       ', RULES WOULD GIVE ' DELIMITED BY SIZE
                       WS-DEFAULT-DAY-TYPE DELIMITED BY SIZE
                       ' -- KEPT' DELIMITED BY SIZE
                   INTO WS-CGO-LINE
               WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           END-IF.

       SAVE-CAL-TABLE.
           IF WS-CAL-CHANGED
               OPEN OUTPUT HELLO-CAL-FILE
               IF WS-CAL-STATUS NOT = '00'
                   DISPLAY 'HELLOCGN: *** ERROR *** unable to open '
                       'HELLO.CALENDAR for output, status='
                       WS-CAL-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                           UNTIL WS-CT-IDX > WS-CT-COUNT
                       MOVE CT-DATE(WS-CT-IDX)     TO CL-CAL-DATE
                       MOVE CT-SITE-CODE(WS-CT-IDX) TO CL-SITE-CODE
                       MOVE CT-DAY-TYPE(WS-CT-IDX) TO CL-DAY-TYPE
                       WRITE HELLO-CAL-RECORD
                   END-PERFORM
                   CLOSE HELLO-CAL-FILE
               END-IF
           END-IF.

       SAVE-GROUP-HOL-TABLE.
           IF WS-GRH-CHANGED AND RETURN-CODE < 16
               OPEN OUTPUT HELLO-GRP-HOL-FILE
               IF WS-GRH-STATUS NOT = '00'
                   DISPLAY 'HELLOCGN: *** ERROR *** unable to open '
                       'HELLO.GRPHOL for output, status='
                       WS-GRH-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-GO-IDX FROM 1 BY 1
                           UNTIL WS-GO-IDX > WS-GRH-COUNT
                       MOVE GO-GROUP-CODE(WS-GO-IDX) TO GH-GROUP-CODE
                       MOVE GO-HOL-DATE(WS-GO-IDX)   TO GH-HOL-DATE
                       WRITE HELLO-GROUP-HOL-RECORD
                   END-PERFORM
                   CLOSE HELLO-GRP-HOL-FILE
               END-IF
           END-IF.

       WRITE-PROOF-TOTALS.
           MOVE SPACES TO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE WS-RULES-READ TO WS-COUNT-EDIT
           MOVE SPACES TO WS-CGO-LINE
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
                   ' RULE(S) READ' DELIMITED BY SIZE
               INTO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE WS-RULES-INVALID TO WS-COUNT-EDIT
           MOVE SPACES TO WS-CGO-LINE
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
                   ' RULE(S) INVALID OR WITH NO DATE THIS YEAR'
                       DELIMITED BY SIZE
               INTO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE WS-HOLS-ADDED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-CGO-LINE
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
                   ' GROUP HOLIDAY(S) GENERATED' DELIMITED BY SIZE
               INTO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE WS-CAL-ADDED TO WS-COUNT-EDIT
           MOVE SPACES TO WS-CGO-LINE
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
                   ' SITE CALENDAR ROW(S) GENERATED' DELIMITED BY SIZE
               INTO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO WS-CGO-LINE
           STRING WS-COUNT-EDIT DELIMITED BY SIZE
                   ' GROUP HOLIDAY(S) DIFFERING FROM THE RULES'
                       DELIMITED BY SIZE
               INTO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           EVALUATE TRUE
               WHEN RETURN-CODE >= 16
                   MOVE 'NOTHING WRITTEN -- SEE ERRORS ABOVE'
                       TO WS-CGO-LINE
               WHEN NOT WS-UPDATE-MODE
                   MOVE 'PROOF ONLY -- MODE U IN HELLO.CGNPRM WRITES'
                       TO WS-CGO-LINE
               WHEN NOT WS-CAL-CHANGED AND NOT WS-GRH-CHANGED
                   MOVE 'NOTHING NEW TO WRITE' TO WS-CGO-LINE
               WHEN OTHER
                   MOVE 'HELLO.CALENDAR AND HELLO.GRPHOL UPDATED'
                       TO WS-CGO-LINE
           END-EVALUATE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE
           MOVE 'END OF REPORT' TO WS-CGO-LINE
           WRITE HELLO-CGO-RECORD FROM WS-CGO-LINE.
