       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRCAL.
       AUTHOR. 62160246.
      *    ACADEMIC TERM CALENDAR MAINTENANCE. APPLIES THE REGISTRAR'S
      *    CALIN CARDS TO THE TRMCAL CALENDAR (SEE TERMCAL.CPY) AND
      *    LISTS EVERY CHANGE ON CALRPT WITH ITS BEFORE AND AFTER
      *    IMAGE:
      *      A  ADD A TERM -- SEQUENCE NUMBER, START DATE AND END
      *         DATE ARE ALL REQUIRED. THE TERM GOES ON OPEN. A TERM
      *         ALREADY ON THE CALENDAR REJECTS.
      *      C  CHANGE A TERM'S SEQUENCE NUMBER OR DATES -- ONLY THE
      *         FIELDS PUNCHED ON THE CARD CHANGE.
      *    THE STATUS IS NOT MAINTAINED HERE: MYGRADE POSTS A TERM,
      *    MYGRBKO REOPENS ONE IT BACKS OUT, MYGRCLS CLOSES ONE.
      *    EVERY SEQUENCE NUMBER MUST BE UNIQUE AND MUST RUN IN THE
      *    SAME ORDER AS THE TERM IDS (A LATER TERM NEVER SITS EARLIER
      *    IN THE SEQUENCE) -- A CARD THAT WOULD BREAK EITHER RULE
      *    REJECTS. THE START DATE MAY NOT FALL AFTER THE END DATE.
      *    TERM IDS ARE YYYYT; THE CALENDAR, NOT THE ID, SAYS HOW
      *    MANY TERMS A YEAR HAS, SO ANY TERM DIGIT 1-9 IS ACCEPTED.
      *    REJECTED CARDS ARE LISTED WITH THE REASON AND THE RUN ENDS
      *    RC 4. THE UPDATERS READ TRMCAL, SO THIS RUNS OUTSIDE THEIR
      *    WINDOW (TRMCAL IS DISP=OLD IN MYGRCAL.JCL); IT DOES NOT
      *    TOUCH CUMHIST AND TAKES NO CUMHIST LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-CARD-FILE ASSIGN TO CALIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLX-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO TRMCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAL-TERM-ID
              FILE STATUS IS WS-CAL-STATUS.
           SELECT CALENDAR-REPORT-FILE ASSIGN TO CALRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-CARD-FILE.
      *    ONE CARD PER CALENDAR CHANGE. THE SEQUENCE NUMBER AND DATES
      *    ARE CARRIED AS CHARACTER FIELDS SO A CHANGE CARD CAN LEAVE
      *    THEM BLANK; THE NUMERIC VIEWS ARE USED ONCE THE FIELD HAS
      *    BEEN EDITED.
       01 CALENDAR-CARD.
          05 CLX-ACTION         PIC X(1).
             88 CLX-ADD                       VALUE "A".
             88 CLX-CHANGE                    VALUE "C".
          05 CLX-TERM-ID        PIC X(5).
          05 CLX-TERM-ID-N REDEFINES CLX-TERM-ID
                                PIC 9(5).
          05 CLX-TERM-SEQ       PIC X(4).
          05 CLX-TERM-SEQ-N REDEFINES CLX-TERM-SEQ
                                PIC 9(4).
          05 CLX-START-DATE     PIC X(8).
          05 CLX-START-DATE-N REDEFINES CLX-START-DATE
                                PIC 9(8).
          05 CLX-END-DATE       PIC X(8).
          05 CLX-END-DATE-N REDEFINES CLX-END-DATE
                                PIC 9(8).
       FD  TERM-CALENDAR-FILE.
       COPY TERMCAL.
       FD  CALENDAR-REPORT-FILE.
       01 CALRPT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLX-STATUS         PIC X(2).
       01 WS-CLX-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-CALENDAR-CARDS            VALUE "Y".
       01 WS-CAL-STATUS         PIC X(2).
       01 WS-CAL-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-CALENDAR                  VALUE "Y".
      *    BEFORE IMAGE OF A CHANGED RECORD, HELD WHILE THE CARD IS
      *    APPLIED SO THE LISTING CAN SHOW BOTH.
       01 WS-CAL-SAVED-IMAGE    PIC X(58).
       01 WS-CAL-AFTER-IMAGE    PIC X(58).
      *    THE TERM AS IT WILL STAND IF THE CARD IS APPLIED -- WHAT
      *    THE SEQUENCE AND DATE EDITS ARE HELD AGAINST.
       01 WS-NEW-TERM-ID        PIC 9(5).
       01 WS-NEW-TERM-SEQ       PIC 9(4).
       01 WS-NEW-START-DATE     PIC 9(8).
       01 WS-NEW-END-DATE       PIC 9(8).
       01 WS-REASON-TEXT        PIC X(30).
       01 WS-IMAGE-ACTION       PIC X(8).
       01 WS-IMAGE-LABEL        PIC X(6).
       01 WS-CARD-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-ADDED-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-CHANGED-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-STATUS      PIC X(6).
          05 WS-RPT-COUNT-ED    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           OPEN I-O TERM-CALENDAR-FILE
           IF WS-CAL-STATUS = "35" THEN
              OPEN OUTPUT TERM-CALENDAR-FILE
              CLOSE TERM-CALENDAR-FILE
              OPEN I-O TERM-CALENDAR-FILE
           END-IF
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRCAL CANNOT OPEN TRMCAL, STATUS "
                   WS-CAL-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CALENDAR-CARD-FILE
           IF WS-CLX-STATUS NOT = "00" THEN
              DISPLAY "MYGRCAL CANNOT OPEN CALIN, STATUS "
                   WS-CLX-STATUS
              CLOSE TERM-CALENDAR-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CALENDAR-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           PERFORM UNTIL END-OF-CALENDAR-CARDS
                   READ CALENDAR-CARD-FILE
                   AT END
                      SET END-OF-CALENDAR-CARDS TO TRUE
                   NOT AT END
                      ADD 1 TO WS-CARD-COUNT
                      PERFORM 002-PROCESS-CARD THRU 002-EXIT
                   END-READ
           END-PERFORM
           PERFORM 008-WRITE-RPT-TOTALS THRU 008-EXIT
           CLOSE CALENDAR-CARD-FILE
           CLOSE CALENDAR-REPORT-FILE
           CLOSE TERM-CALENDAR-FILE
           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MYGRCAL CARDS READ " WS-CARD-COUNT
                " ADDED " WS-ADDED-COUNT
                " CHANGED " WS-CHANGED-COUNT
                " REJECTED " WS-REJECT-COUNT
           GOBACK.

       001-WRITE-RPT-HEADER.
           MOVE SPACES TO CALRPT-LINE
           STRING "MYGRADE TERM CALENDAR CHANGES RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO CALRPT-LINE
           END-STRING
           WRITE CALRPT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO CALRPT-LINE
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           MOVE "ACTION   IMAGE  TERM   SEQ   START" TO CALRPT-LINE
           MOVE "END" TO CALRPT-LINE(40:3)
           MOVE "STATUS" TO CALRPT-LINE(50:6)
           MOVE "POSTED" TO CALRPT-LINE(58:6)
           MOVE "CLOSED" TO CALRPT-LINE(68:6)
           MOVE "BY" TO CALRPT-LINE(78:2)
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO CALRPT-LINE
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

       002-PROCESS-CARD.
           MOVE SPACES TO WS-REASON-TEXT
           EVALUATE TRUE
              WHEN CLX-TERM-ID NOT NUMERIC
                 MOVE "BAD TERM ID" TO WS-REASON-TEXT
              WHEN CLX-TERM-ID(5:1) = "0"
                 MOVE "BAD TERM ID" TO WS-REASON-TEXT
              WHEN CLX-ADD
                 PERFORM 003-ADD-TERM THRU 003-EXIT
              WHEN CLX-CHANGE
                 PERFORM 004-CHANGE-TERM THRU 004-EXIT
              WHEN OTHER
                 MOVE "BAD CARD - UNKNOWN ACTION" TO WS-REASON-TEXT
           END-EVALUATE
           IF WS-REASON-TEXT NOT = SPACES THEN
              PERFORM 007-WRITE-REJECT-LINE THRU 007-EXIT
           END-IF
           .

       002-EXIT.
           EXIT.

       003-ADD-TERM.
           EVALUATE TRUE
              WHEN CLX-TERM-SEQ NOT NUMERIC
                   OR CLX-TERM-SEQ-N = ZERO
                 MOVE "BAD SEQUENCE NUMBER" TO WS-REASON-TEXT
              WHEN CLX-START-DATE NOT NUMERIC
                 MOVE "BAD START DATE" TO WS-REASON-TEXT
              WHEN CLX-END-DATE NOT NUMERIC
                 MOVE "BAD END DATE" TO WS-REASON-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REASON-TEXT = SPACES THEN
              MOVE CLX-TERM-ID-N TO WS-NEW-TERM-ID
              MOVE CLX-TERM-SEQ-N TO WS-NEW-TERM-SEQ
              MOVE CLX-START-DATE-N TO WS-NEW-START-DATE
              MOVE CLX-END-DATE-N TO WS-NEW-END-DATE
              PERFORM 005-EDIT-NEW-TERM THRU 005-EXIT
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              MOVE WS-NEW-TERM-ID TO CAL-TERM-ID
              MOVE WS-NEW-TERM-SEQ TO CAL-TERM-SEQ
              MOVE WS-NEW-START-DATE TO CAL-START-DATE
              MOVE WS-NEW-END-DATE TO CAL-END-DATE
              SET CAL-OPEN TO TRUE
              MOVE ZERO TO CAL-POSTED-DATE CAL-CLOSED-DATE
              MOVE SPACES TO CAL-CLOSED-BY
              MOVE WS-RUN-DATE TO CAL-CHANGE-DATE
              WRITE TERM-CALENDAR-RECORD
                  INVALID KEY
                     MOVE "TERM ALREADY ON CALENDAR" TO WS-REASON-TEXT
                  NOT INVALID KEY
                     ADD 1 TO WS-ADDED-COUNT
                     MOVE "ADDED" TO WS-IMAGE-ACTION
                     MOVE "AFTER" TO WS-IMAGE-LABEL
                     PERFORM 009-WRITE-IMAGE-LINE THRU 009-EXIT
              END-WRITE
           END-IF
           .

       003-EXIT.
           EXIT.

      *    A CHANGE CARD MUST CHANGE SOMETHING. THE BLANK FIELDS TAKE
      *    THE CALENDAR'S VALUES, AND THE TERM AS IT WOULD THEN STAND
      *    GOES THROUGH THE SAME EDITS AS AN ADD. A REWRITE THE
      *    CLUSTER WILL NOT TAKE ENDS THE RUN RC 12 AND IS NOT LISTED.
       004-CHANGE-TERM.
           EVALUATE TRUE
              WHEN CLX-TERM-SEQ = SPACES
                   AND CLX-START-DATE = SPACES
                   AND CLX-END-DATE = SPACES
                 MOVE "CHANGE CARD CHANGES NOTHING" TO WS-REASON-TEXT
              WHEN CLX-TERM-SEQ NOT = SPACES
                   AND (CLX-TERM-SEQ NOT NUMERIC
                        OR CLX-TERM-SEQ-N = ZERO)
                 MOVE "BAD SEQUENCE NUMBER" TO WS-REASON-TEXT
              WHEN CLX-START-DATE NOT = SPACES
                   AND CLX-START-DATE NOT NUMERIC
                 MOVE "BAD START DATE" TO WS-REASON-TEXT
              WHEN CLX-END-DATE NOT = SPACES
                   AND CLX-END-DATE NOT NUMERIC
                 MOVE "BAD END DATE" TO WS-REASON-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REASON-TEXT = SPACES THEN
              MOVE CLX-TERM-ID-N TO CAL-TERM-ID
              READ TERM-CALENDAR-FILE
                  INVALID KEY
                     MOVE "TERM NOT ON CALENDAR" TO WS-REASON-TEXT
              END-READ
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              MOVE CAL-TERM-ID TO WS-NEW-TERM-ID
              MOVE CAL-TERM-SEQ TO WS-NEW-TERM-SEQ
              MOVE CAL-START-DATE TO WS-NEW-START-DATE
              MOVE CAL-END-DATE TO WS-NEW-END-DATE
              IF CLX-TERM-SEQ NOT = SPACES THEN
                 MOVE CLX-TERM-SEQ-N TO WS-NEW-TERM-SEQ
              END-IF
              IF CLX-START-DATE NOT = SPACES THEN
                 MOVE CLX-START-DATE-N TO WS-NEW-START-DATE
              END-IF
              IF CLX-END-DATE NOT = SPACES THEN
                 MOVE CLX-END-DATE-N TO WS-NEW-END-DATE
              END-IF
              PERFORM 005-EDIT-NEW-TERM THRU 005-EXIT
           END-IF
      *    THE EDIT SWEEPS THE CALENDAR, SO THE RECORD IS READ AGAIN
      *    BEFORE IT IS CHANGED.
           IF WS-REASON-TEXT = SPACES THEN
              MOVE WS-NEW-TERM-ID TO CAL-TERM-ID
              READ TERM-CALENDAR-FILE
                  INVALID KEY
                     MOVE "TERM NOT ON CALENDAR" TO WS-REASON-TEXT
              END-READ
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              MOVE TERM-CALENDAR-RECORD TO WS-CAL-SAVED-IMAGE
              MOVE WS-NEW-TERM-SEQ TO CAL-TERM-SEQ
              MOVE WS-NEW-START-DATE TO CAL-START-DATE
              MOVE WS-NEW-END-DATE TO CAL-END-DATE
              MOVE WS-RUN-DATE TO CAL-CHANGE-DATE
              REWRITE TERM-CALENDAR-RECORD
                  INVALID KEY
                     CONTINUE
              END-REWRITE
              IF WS-CAL-STATUS = "00" THEN
                 ADD 1 TO WS-CHANGED-COUNT
                 MOVE "CHANGED" TO WS-IMAGE-ACTION
                 PERFORM 009A-WRITE-BEFORE-AFTER THRU 009A-EXIT
              ELSE
                 DISPLAY "MYGRCAL CANNOT REWRITE TRMCAL, STATUS "
                      WS-CAL-STATUS " - TERM " CAL-TERM-ID
                      " NOT CHANGED"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

       004-EXIT.
           EXIT.

      *    DATES IN ORDER, THEN ONE PASS OVER THE REST OF THE CALENDAR
      *    FOR THE SEQUENCE RULES.
       005-EDIT-NEW-TERM.
           IF WS-NEW-START-DATE > WS-NEW-END-DATE THEN
              MOVE "START DATE AFTER END DATE" TO WS-REASON-TEXT
              GO TO 005-EXIT
           END-IF
           MOVE "N" TO WS-CAL-EOF-SW
           MOVE ZERO TO CAL-TERM-ID
           START TERM-CALENDAR-FILE
               KEY NOT LESS THAN CAL-TERM-ID
               INVALID KEY
                  SET END-OF-CALENDAR TO TRUE
           END-START
           PERFORM UNTIL END-OF-CALENDAR
                   OR WS-REASON-TEXT NOT = SPACES
                   READ TERM-CALENDAR-FILE NEXT RECORD
                   AT END
                      SET END-OF-CALENDAR TO TRUE
                   NOT AT END
                      PERFORM 005A-CHECK-OTHER-TERM THRU 005A-EXIT
                   END-READ
           END-PERFORM
           .

       005-EXIT.
           EXIT.

       005A-CHECK-OTHER-TERM.
           IF CAL-TERM-ID = WS-NEW-TERM-ID THEN
              GO TO 005A-EXIT
           END-IF
           EVALUATE TRUE
              WHEN CAL-TERM-SEQ = WS-NEW-TERM-SEQ
                 MOVE "SEQUENCE NUMBER ALREADY USED" TO WS-REASON-TEXT
              WHEN CAL-TERM-ID < WS-NEW-TERM-ID
                   AND CAL-TERM-SEQ > WS-NEW-TERM-SEQ
                 MOVE "SEQUENCE OUT OF TERM ORDER" TO WS-REASON-TEXT
              WHEN CAL-TERM-ID > WS-NEW-TERM-ID
                   AND CAL-TERM-SEQ < WS-NEW-TERM-SEQ
                 MOVE "SEQUENCE OUT OF TERM ORDER" TO WS-REASON-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       005A-EXIT.
           EXIT.

       007-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO CALRPT-LINE
           MOVE "REJECTED" TO CALRPT-LINE(1:8)
           MOVE "CARD " TO CALRPT-LINE(10:5)
           MOVE CLX-ACTION TO CALRPT-LINE(15:1)
           MOVE CLX-TERM-ID TO CALRPT-LINE(17:5)
           MOVE WS-REASON-TEXT TO CALRPT-LINE(24:30)
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           .

       007-EXIT.
           EXIT.

       008-WRITE-RPT-TOTALS.
           MOVE SPACES TO CALRPT-LINE
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CALRPT-LINE
           STRING "CARDS READ .......... " WS-RPT-COUNT-ED
                  INTO CALRPT-LINE
           END-STRING
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CALRPT-LINE
           STRING "TERMS ADDED ......... " WS-RPT-COUNT-ED
                  INTO CALRPT-LINE
           END-STRING
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CALRPT-LINE
           STRING "TERMS CHANGED ....... " WS-RPT-COUNT-ED
                  INTO CALRPT-LINE
           END-STRING
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CALRPT-LINE
           STRING "CARDS REJECTED ...... " WS-RPT-COUNT-ED
                  INTO CALRPT-LINE
           END-STRING
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           .

       008-EXIT.
           EXIT.

      *    ONE LISTING LINE FOR THE CALENDAR RECORD CURRENTLY IN THE
      *    RECORD AREA, UNDER WS-IMAGE-ACTION AND WS-IMAGE-LABEL.
       009-WRITE-IMAGE-LINE.
           EVALUATE TRUE
              WHEN CAL-OPEN
                 MOVE "OPEN" TO WS-RPT-STATUS
              WHEN CAL-POSTED
                 MOVE "POSTED" TO WS-RPT-STATUS
              WHEN CAL-CLOSED
                 MOVE "CLOSED" TO WS-RPT-STATUS
              WHEN OTHER
                 MOVE CAL-STATUS TO WS-RPT-STATUS
           END-EVALUATE
           MOVE SPACES TO CALRPT-LINE
           MOVE WS-IMAGE-ACTION TO CALRPT-LINE(1:8)
           MOVE WS-IMAGE-LABEL TO CALRPT-LINE(10:6)
           MOVE CAL-TERM-ID TO CALRPT-LINE(17:5)
           MOVE CAL-TERM-SEQ TO CALRPT-LINE(24:4)
           MOVE CAL-START-DATE TO CALRPT-LINE(30:8)
           MOVE CAL-END-DATE TO CALRPT-LINE(40:8)
           MOVE WS-RPT-STATUS TO CALRPT-LINE(50:6)
           MOVE CAL-POSTED-DATE TO CALRPT-LINE(58:8)
           MOVE CAL-CLOSED-DATE TO CALRPT-LINE(68:8)
           MOVE CAL-CLOSED-BY TO CALRPT-LINE(78:8)
           WRITE CALRPT-LINE AFTER ADVANCING 1 LINE
           .

       009-EXIT.
           EXIT.

      *    BEFORE LINE FROM THE SAVED IMAGE, THEN THE AFTER LINE FROM
      *    THE RECORD AS REWRITTEN.
       009A-WRITE-BEFORE-AFTER.
           MOVE TERM-CALENDAR-RECORD TO WS-CAL-AFTER-IMAGE
           MOVE WS-CAL-SAVED-IMAGE TO TERM-CALENDAR-RECORD
           MOVE "BEFORE" TO WS-IMAGE-LABEL
           PERFORM 009-WRITE-IMAGE-LINE THRU 009-EXIT
           MOVE WS-CAL-AFTER-IMAGE TO TERM-CALENDAR-RECORD
           MOVE SPACES TO WS-IMAGE-ACTION
           MOVE "AFTER" TO WS-IMAGE-LABEL
           PERFORM 009-WRITE-IMAGE-LINE THRU 009-EXIT
           .

       009A-EXIT.
           EXIT.
