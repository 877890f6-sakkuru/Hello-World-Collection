      * HELLOACK - downstream signal pickup acknowledgement. Run as a
      * step of a subscribing job right after it has acted on a
      * HELLO.SIGNAL record: the control card names the job and the
      * signal type (S or E) it consumed, and one HELLO.SIGACK row is
      * appended for every record of that type on HELLO.SIGNAL the
      * job has not already acknowledged (a catch-up cycle leaves one
      * per run date). HELLOPKM and the HELLODSH dashboard judge the
      * pickups against the deadlines on the HELLO.SUBSCR registry.
      * A job not on the registry is still acknowledged, with a
      * warning, so a missing registry row never loses a pickup.
      ***************************************************************
      * Modification history
      *   2026-10-15  Initial version.
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLOACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-ACK-PARM-FILE ASSIGN TO "HELLOAKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AKP-STATUS.
           SELECT OPTIONAL HELLO-SIGNAL-FILE ASSIGN TO "HELLOSIG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNAL-STATUS.
           SELECT OPTIONAL HELLO-SUB-FILE ASSIGN TO "HELLOSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUB-STATUS.
           SELECT OPTIONAL HELLO-ACK-FILE ASSIGN TO "HELLOSAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-ACK-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOAKP.
       FD  HELLO-SIGNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSIG.
       FD  HELLO-SUB-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSUB.
       FD  HELLO-ACK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HELLOSAK.
       WORKING-STORAGE SECTION.
       01  WS-AKP-STATUS               PIC XX              VALUE '00'.
       01  WS-SIGNAL-STATUS            PIC XX              VALUE '00'.
       01  WS-SUB-STATUS               PIC XX              VALUE '00'.
       01  WS-ACK-STATUS               PIC XX              VALUE '00'.
       01  WS-SIGNAL-EOF-SWITCH        PIC X               VALUE 'N'.
           88  WS-SIGNAL-EOF                               VALUE 'Y'.
       01  WS-SUB-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-SUB-EOF                                  VALUE 'Y'.
       01  WS-ACK-EOF-SWITCH           PIC X               VALUE 'N'.
           88  WS-ACK-EOF                                  VALUE 'Y'.
       01  WS-REGISTERED-SWITCH        PIC X               VALUE 'N'.
           88  WS-REGISTERED                               VALUE 'Y'.
       01  WS-SIG-COUNT                PIC 9(3)            VALUE 0.
       01  HELLO-ACK-SIGNAL-TABLE.
           05  AS-ENTRY OCCURS 0 TO 100 TIMES
                   DEPENDING ON WS-SIG-COUNT.
               10  AS-RUN-DATE         PIC X(8).
               10  AS-SHIFT-CODE       PIC X(1).
               10  AS-ACKED-FLAG       PIC X(1).
                   88  AS-ACKED                VALUE 'Y'.
       01  WS-AS-IDX                   PIC 9(3)            VALUE 0.
       01  WS-AS-FOUND-SWITCH          PIC X               VALUE 'N'.
           88  WS-AS-FOUND                                 VALUE 'Y'.
       01  WS-ACK-TIMESTAMP            PIC X(21)   VALUE SPACES.
       01  WS-ACKS-WRITTEN             PIC 9(3)            VALUE 0.
       01  WS-ACKS-ALREADY             PIC 9(3)            VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARM-RECORD
           IF RETURN-CODE = 0
               PERFORM LOAD-SIGNAL-TABLE
           END-IF
           IF RETURN-CODE = 0
               PERFORM CHECK-REGISTRY
               PERFORM SCAN-ACK-FILE
               PERFORM WRITE-ACKS
           END-IF
           STOP RUN.

       READ-PARM-RECORD.
           OPEN INPUT HELLO-ACK-PARM-FILE
           IF WS-AKP-STATUS NOT = '00'
               DISPLAY 'HELLOACK: *** ERROR *** unable to open '
                   'HELLOAKP control card, status=' WS-AKP-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               READ HELLO-ACK-PARM-FILE
               IF WS-AKP-STATUS NOT = '00'
                   DISPLAY 'HELLOACK: *** ERROR *** unable to read '
                       'HELLOAKP control card, status=' WS-AKP-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF AP-JOB-NAME = SPACES OR NOT AP-SIGNAL-VALID
                       DISPLAY 'HELLOACK: *** ERROR *** control card '
                           'needs a job name and signal type S or E'
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE HELLO-ACK-PARM-FILE
           END-IF.

       LOAD-SIGNAL-TABLE.
           OPEN INPUT HELLO-SIGNAL-FILE
           IF WS-SIGNAL-STATUS = '00'
               PERFORM UNTIL WS-SIGNAL-EOF
                   READ HELLO-SIGNAL-FILE
                       AT END
                           SET WS-SIGNAL-EOF TO TRUE
                       NOT AT END
                           IF SG-RECORD-TYPE = AP-SIGNAL-TYPE
                               PERFORM NOTE-SIGNAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SIGNAL-FILE
           IF WS-SIG-COUNT = 0
               DISPLAY 'HELLOACK: *** ERROR *** no ' AP-SIGNAL-TYPE
                   ' record on HELLO.SIGNAL for ' AP-JOB-NAME
                   ' to acknowledge'
               MOVE 16 TO RETURN-CODE
           END-IF.

       NOTE-SIGNAL.
           MOVE 'N' TO WS-AS-FOUND-SWITCH
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-SIG-COUNT
                       OR WS-AS-FOUND
               IF AS-RUN-DATE(WS-AS-IDX) = SG-RUN-DATE
                   AND AS-SHIFT-CODE(WS-AS-IDX) = SG-SHIFT-CODE
                   SET WS-AS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-AS-FOUND
               IF WS-SIG-COUNT >= 100
                   DISPLAY 'HELLOACK: *** ERROR *** HELLO.SIGNAL has '
                       'more than 100 ' AP-SIGNAL-TYPE
                       ' records -- extra rows ignored'
                   SET WS-SIGNAL-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-SIG-COUNT
                   MOVE SG-RUN-DATE   TO AS-RUN-DATE(WS-SIG-COUNT)
                   MOVE SG-SHIFT-CODE TO AS-SHIFT-CODE(WS-SIG-COUNT)
                   MOVE 'N'           TO AS-ACKED-FLAG(WS-SIG-COUNT)
               END-IF
           END-IF.

       CHECK-REGISTRY.
           OPEN INPUT HELLO-SUB-FILE
           IF WS-SUB-STATUS = '00'
               PERFORM UNTIL WS-SUB-EOF
                   READ HELLO-SUB-FILE
                       AT END
                           SET WS-SUB-EOF TO TRUE
                       NOT AT END
                           IF SB-JOB-NAME = AP-JOB-NAME
                               AND SB-SIGNAL-TYPE = AP-SIGNAL-TYPE
                               SET WS-REGISTERED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-SUB-FILE
           IF NOT WS-REGISTERED
               DISPLAY 'HELLOACK: *** WARNING *** ' AP-JOB-NAME
                   ' is not registered on HELLO.SUBSCR for the '
                   AP-SIGNAL-TYPE ' signal -- pickup recorded anyway'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       SCAN-ACK-FILE.
           OPEN INPUT HELLO-ACK-FILE
           IF WS-ACK-STATUS = '00'
               PERFORM UNTIL WS-ACK-EOF
                   READ HELLO-ACK-FILE
                       AT END
                           SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           IF SK-JOB-NAME = AP-JOB-NAME
                               AND SK-SIGNAL-TYPE = AP-SIGNAL-TYPE
                               PERFORM MARK-ACKED-SIGNAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELLO-ACK-FILE.

       MARK-ACKED-SIGNAL.
           PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-SIG-COUNT
               IF AS-RUN-DATE(WS-AS-IDX) = SK-RUN-DATE
                   AND AS-SHIFT-CODE(WS-AS-IDX) = SK-SHIFT-CODE
                   SET AS-ACKED(WS-AS-IDX) TO TRUE
               END-IF
           END-PERFORM.

       WRITE-ACKS.
           MOVE FUNCTION CURRENT-DATE TO WS-ACK-TIMESTAMP
           OPEN EXTEND HELLO-ACK-FILE
           IF WS-ACK-STATUS NOT = '00' AND WS-ACK-STATUS NOT = '05'
               DISPLAY 'HELLOACK: *** ERROR *** unable to open '
                   'HELLO.SIGACK, status=' WS-ACK-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-ONE-ACK
                   VARYING WS-AS-IDX FROM 1 BY 1
                   UNTIL WS-AS-IDX > WS-SIG-COUNT
               CLOSE HELLO-ACK-FILE
               DISPLAY 'HELLOACK: ' AP-JOB-NAME ' pickup of the '
                   AP-SIGNAL-TYPE ' signal recorded -- '
                   WS-ACKS-WRITTEN ' new, ' WS-ACKS-ALREADY
                   ' already on HELLO.SIGACK'
           END-IF.

       WRITE-ONE-ACK.
           IF AS-ACKED(WS-AS-IDX)
               ADD 1 TO WS-ACKS-ALREADY
           ELSE
               MOVE AP-JOB-NAME               TO SK-JOB-NAME
               MOVE AP-SIGNAL-TYPE            TO SK-SIGNAL-TYPE
               MOVE AS-RUN-DATE(WS-AS-IDX)    TO SK-RUN-DATE
               MOVE AS-SHIFT-CODE(WS-AS-IDX)  TO SK-SHIFT-CODE
               MOVE WS-ACK-TIMESTAMP          TO SK-TIMESTAMP
               WRITE HELLO-SIGNAL-ACK-RECORD
               ADD 1 TO WS-ACKS-WRITTEN
           END-IF.
