       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRCLS.
       AUTHOR. 62160246.
      *    TERM CLOSE AND REGISTRAR SIGN-OFF. MOVES ONE POSTED TERM ON
      *    THE TRMCAL CALENDAR (SEE TERMCAL.CPY) TO CLOSED, STAMPED
      *    WITH THE CLOSE DATE AND THE SIGNING OFFICER, AND PRINTS A
      *    SIGN-OFF REPORT ON CLSRPT FROM WHAT CUMHIST NOW CARRIES FOR
      *    THE TERM: STUDENTS POSTED, HOURS AND POINTS, THE TERM GPA,
      *    THE STANDING COUNTS, AND EVERY INCOMPLETE STILL OUTSTANDING
      *    FROM THE TERM. ONCE CLOSED THE TERM CANNOT BE BACKED OUT
      *    (MYGRBKO) OR REPOSTED WITHOUT AN OVERRIDE CARD (MYGRADE);
      *    MYGRAMD AMENDMENTS CARRY ON AS BEFORE.
      *    THE SYSIN CARD IS THE TERM (YYYYT, COLUMNS 1-5) AND THE
      *    SIGNING OFFICER (COLUMNS 6-13). AN OPEN TERM (NOTHING
      *    POSTED) AND A TERM ALREADY CLOSED ARE REFUSED (RC 16).
      *    CUMHIST IS ONLY READ, BUT THE CUMHIST LOCK IS HELD FOR THE
      *    RUN SO THE FIGURES SIGNED OFF CANNOT MOVE UNDER THE REPORT
      *    AND NO MYGRADE RERUN CAN SLIP IN BETWEEN THE COUNT AND THE
      *    CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUMULATIVE-HISTORY-FILE ASSIGN TO CUMHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO TRMCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAL-TERM-ID
              FILE STATUS IS WS-CAL-STATUS.
           SELECT CLOSE-REPORT-FILE ASSIGN TO CLSRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  TERM-CALENDAR-FILE.
       COPY TERMCAL.
       FD  CLOSE-REPORT-FILE.
       01 CLSRPT-LINE           PIC X(80).
       FD  LOCK-FILE.
       COPY CUMLOCK.
       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS        PIC X(2).
       01 WS-LOG-STATUS         PIC X(2).
       01 WS-LOCK-BLOCKED-SW    PIC X(1)      VALUE "N".
          88 LOCK-BLOCKED                     VALUE "Y".
       01 WS-LOCK-EOF-SW        PIC X(1)      VALUE "N".
          88 END-OF-LOCK-FILE                 VALUE "Y".
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRCLS".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
       01 WS-STAMP-DATE         PIC 9(8).
       01 WS-STAMP-DATE-R REDEFINES WS-STAMP-DATE.
          05 WS-STAMP-YEAR      PIC 9(4).
          05 WS-STAMP-MONTH     PIC 9(2).
          05 WS-STAMP-DAY       PIC 9(2).
       01 WS-STAMP-TIME         PIC 9(6).
       01 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
          05 WS-STAMP-HH        PIC 9(2).
          05 WS-STAMP-MM        PIC 9(2).
          05 FILLER             PIC 9(2).
       01 WS-STAMP-MINS         PIC 9(10)     COMP.
       01 WS-LOCK-MINS          PIC 9(10)     COMP.
       01 WS-NOW-MINS           PIC 9(10)     COMP.
       01 WS-LOCK-STALE-MINS    PIC 9(4)      COMP VALUE 720.
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-HIST-EOF-SW        PIC X(1)      VALUE "N".
          88 END-OF-HISTORY                   VALUE "Y".
      *    KEEP WS-HIST-TERM-MAX EQUAL TO THE HIST-TERM-ENTRY OCCURS
      *    COUNT IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-TERM-MAX      PIC 9(2)      COMP VALUE 12.
       01 WS-HIST-TERM-IDX      PIC 9(2)      COMP.
       01 WS-HIST-MATCH-SLOT    PIC 9(2)      COMP.
       01 WS-CRS-I              PIC 9(3)      COMP.
       01 WS-CAL-STATUS         PIC X(2).
       01 WS-CAL-REFUSED-SW     PIC X(1)      VALUE "N".
          88 TERM-REFUSED                     VALUE "Y" "O".
          88 CALENDAR-NOT-OPENED              VALUE "O".
       01 WS-CLS-CARD.
          05 WS-CLS-TERM-IN     PIC X(5).
          05 WS-CLS-SIGNED-BY   PIC X(8).
          05 FILLER             PIC X(67).
       01 WS-CLS-TERM           PIC 9(5)      VALUE ZERO.
       01 WS-READ-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-POSTED-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-INCOMPLETE-COUNT   PIC 9(8)      VALUE ZERO.
       01 WS-TOT-DEGREE         PIC 9(8)      VALUE ZERO.
       01 WS-TOT-GRADE          PIC 9(8)V9(2) VALUE ZERO.
       01 WS-TOT-ATT-HOURS      PIC 9(8)      VALUE ZERO.
       01 WS-TOT-EARN-HOURS     PIC 9(8)      VALUE ZERO.
       01 WS-TERM-GPA           PIC 9(2)V9(3) VALUE ZERO.
       01 WS-STANDING-COUNTS.
          05 WS-STD-DL-COUNT    PIC 9(8)      VALUE ZERO.
          05 WS-STD-GS-COUNT    PIC 9(8)      VALUE ZERO.
          05 WS-STD-PR-COUNT    PIC 9(8)      VALUE ZERO.
          05 WS-STD-DR-COUNT    PIC 9(8)      VALUE ZERO.
          05 WS-STD-NC-COUNT    PIC 9(8)      VALUE ZERO.
          05 WS-STD-OTHER-COUNT PIC 9(8)      VALUE ZERO.
       01 WS-CLOSED-SW          PIC X(1)      VALUE "N".
          88 TERM-NOW-CLOSED                  VALUE "Y".
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-COUNT-ED    PIC ZZZZZZZ9.
          05 WS-RPT-POINTS-ED   PIC ZZZZZZZ9.99.
          05 WS-RPT-GPA-ED      PIC Z9.999.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           MOVE SPACES TO WS-CLS-CARD
           ACCEPT WS-CLS-CARD
           IF WS-CLS-TERM-IN NUMERIC
              AND WS-CLS-TERM-IN NOT = "00000" THEN
              MOVE WS-CLS-TERM-IN TO WS-CLS-TERM
           ELSE
              DISPLAY "MYGRCLS INVALID TERM ID: " WS-CLS-TERM-IN
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-CLS-SIGNED-BY = SPACES THEN
              DISPLAY "MYGRCLS NO SIGNING OFFICER ON THE CARD -"
                   " COLUMNS 6-13 ARE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME
           PERFORM 090-ACQUIRE-LOCK THRU 090-EXIT
           IF LOCK-BLOCKED THEN
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 004-CHECK-TERM-CALENDAR THRU 004-EXIT
           IF TERM-REFUSED THEN
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              IF CALENDAR-NOT-OPENED THEN
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE 16 TO RETURN-CODE
              END-IF
              GOBACK
           END-IF
           OPEN INPUT CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRCLS CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              CLOSE TERM-CALENDAR-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CLOSE-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           MOVE ZERO TO HIST-STUDENT-ID
           START CUMULATIVE-HISTORY-FILE
               KEY NOT LESS THAN HIST-STUDENT-ID
               INVALID KEY
                  SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
                   READ CUMULATIVE-HISTORY-FILE NEXT RECORD
                   AT END
                      SET END-OF-HISTORY TO TRUE
                   NOT AT END
                      ADD 1 TO WS-READ-COUNT
                      PERFORM 002-TALLY-STUDENT THRU 002-EXIT
                   END-READ
           END-PERFORM
           CLOSE CUMULATIVE-HISTORY-FILE
           PERFORM 005-CLOSE-TERM THRU 005-EXIT
           PERFORM 003-WRITE-SIGN-OFF THRU 003-EXIT
           CLOSE CLOSE-REPORT-FILE
           CLOSE TERM-CALENDAR-FILE
           PERFORM 092-WRITE-RUN-LOG THRU 092-EXIT
           PERFORM 091-RELEASE-LOCK THRU 091-EXIT
           DISPLAY "MYGRCLS TERM " WS-CLS-TERM
                " STUDENTS POSTED " WS-POSTED-COUNT
                " INCOMPLETES OUTSTANDING " WS-INCOMPLETE-COUNT
           GOBACK.

       001-WRITE-RPT-HEADER.
           MOVE SPACES TO CLSRPT-LINE
           STRING "MYGRADE TERM CLOSE SIGN-OFF  RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO CLSRPT-LINE
           STRING "TERM " WS-CLS-TERM
                  "  START " CAL-START-DATE
                  "  END " CAL-END-DATE
                  "  POSTED " CAL-POSTED-DATE
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO CLSRPT-LINE
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE "OUTSTANDING INCOMPLETES FROM THE TERM:" TO CLSRPT-LINE
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

      *    A STUDENT COUNTS AS POSTED FOR THE TERM WHEN CUMHIST CARRIES
      *    A TERM SLOT FOR IT; THE SLOT HOLDS THE TERM'S CONTRIBUTION
      *    AS IT STANDS NOW (AMENDMENTS AND LAPSES INCLUDED).
       002-TALLY-STUDENT.
           MOVE ZERO TO WS-HIST-MATCH-SLOT
           PERFORM 002A-FIND-TERM-SLOT THRU 002A-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           IF WS-HIST-MATCH-SLOT > ZERO THEN
              ADD 1 TO WS-POSTED-COUNT
              ADD HIST-TERM-DEGREE(WS-HIST-MATCH-SLOT)
                   TO WS-TOT-DEGREE
              ADD HIST-TERM-GRADE(WS-HIST-MATCH-SLOT)
                   TO WS-TOT-GRADE
              ADD HIST-TERM-ATT-HOURS(WS-HIST-MATCH-SLOT)
                   TO WS-TOT-ATT-HOURS
              ADD HIST-TERM-EARN-HOURS(WS-HIST-MATCH-SLOT)
                   TO WS-TOT-EARN-HOURS
              EVALUATE HIST-TERM-STANDING(WS-HIST-MATCH-SLOT)
                 WHEN "DL"
                    ADD 1 TO WS-STD-DL-COUNT
                 WHEN "GS"
                    ADD 1 TO WS-STD-GS-COUNT
                 WHEN "PR"
                    ADD 1 TO WS-STD-PR-COUNT
                 WHEN "DR"
                    ADD 1 TO WS-STD-DR-COUNT
                 WHEN "NC"
                    ADD 1 TO WS-STD-NC-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-STD-OTHER-COUNT
              END-EVALUATE
           END-IF
           PERFORM 002B-CHECK-INCOMPLETE THRU 002B-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
           .

       002-EXIT.
           EXIT.

       002A-FIND-TERM-SLOT.
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) = WS-CLS-TERM
              AND WS-HIST-MATCH-SLOT = ZERO THEN
              MOVE WS-HIST-TERM-IDX TO WS-HIST-MATCH-SLOT
           END-IF
           .

       002A-EXIT.
           EXIT.

       002B-CHECK-INCOMPLETE.
           IF HIST-CRS-STATUS(WS-CRS-I) = "I"
              AND HIST-CRS-TERM(WS-CRS-I) = WS-CLS-TERM THEN
              ADD 1 TO WS-INCOMPLETE-COUNT
              MOVE SPACES TO CLSRPT-LINE
              STRING "  STUDENT " HIST-STUDENT-ID
                     "  COURSE " HIST-CRS-ID(WS-CRS-I)
                     "  HOURS " HIST-CRS-DEGREE(WS-CRS-I)
                     INTO CLSRPT-LINE
              END-STRING
              WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           END-IF
           .

       002B-EXIT.
           EXIT.

       003-WRITE-SIGN-OFF.
           IF WS-INCOMPLETE-COUNT = ZERO THEN
              MOVE "  NONE" TO CLSRPT-LINE
              WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO CLSRPT-LINE
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "STUDENTS READ ............ " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-POSTED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "STUDENTS POSTED FOR TERM . " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-TOT-ATT-HOURS TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "HOURS ATTEMPTED .......... " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-TOT-EARN-HOURS TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "HOURS EARNED ............. " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-TOT-DEGREE TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "GPA HOURS ................ " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-TOT-GRADE TO WS-RPT-POINTS-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "GRADE POINTS ............. " WS-RPT-POINTS-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           IF WS-TOT-DEGREE > ZERO THEN
              COMPUTE WS-TERM-GPA = WS-TOT-GRADE / WS-TOT-DEGREE
           END-IF
           MOVE WS-TERM-GPA TO WS-RPT-GPA-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "TERM GPA ................. " WS-RPT-GPA-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-STD-DL-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "STANDING DL .............. " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-STD-GS-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "STANDING GS .............. " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-STD-PR-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "STANDING PR .............. " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-STD-DR-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "STANDING DR .............. " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-STD-NC-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "STANDING NC .............. " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-STD-OTHER-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "STANDING NOT RECORDED .... " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-INCOMPLETE-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CLSRPT-LINE
           STRING "INCOMPLETES OUTSTANDING .. " WS-RPT-COUNT-ED
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO CLSRPT-LINE
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO CLSRPT-LINE
           IF TERM-NOW-CLOSED THEN
              STRING "TERM " WS-CLS-TERM " CLOSED " WS-RUN-DATE-DISP
                     "  SIGNED OFF BY " WS-CLS-SIGNED-BY
                     INTO CLSRPT-LINE
              END-STRING
           ELSE
              STRING "*** TERM " WS-CLS-TERM
                     " NOT CLOSED - TRMCAL UPDATE FAILED, STATUS "
                     WS-CAL-STATUS " ***"
                     INTO CLSRPT-LINE
              END-STRING
           END-IF
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO CLSRPT-LINE
           WRITE CLSRPT-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO CLSRPT-LINE
           STRING "REGISTRAR SIGNATURE ______________________"
                  "    DATE __________"
                  INTO CLSRPT-LINE
           END-STRING
           WRITE CLSRPT-LINE AFTER ADVANCING 1 LINE
           .

       003-EXIT.
           EXIT.

      *    OPENS THE CALENDAR FOR UPDATE AND LEAVES IT OPEN, POSITIONED
      *    ON THE TERM, FOR 005. ONLY A POSTED TERM CAN BE SIGNED OFF.
      *    A CALENDAR THAT WILL NOT OPEN ENDS THE RUN RC 12 LIKE ANY
      *    OTHER FILE; A TERM IN THE WRONG STATE IS REFUSED RC 16.
       004-CHECK-TERM-CALENDAR.
           OPEN I-O TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRCLS CANNOT RUN WITHOUT THE TERM CALENDAR -"
                   " CHECK TRMCAL, STATUS " WS-CAL-STATUS
              SET CALENDAR-NOT-OPENED TO TRUE
              GO TO 004-EXIT
           END-IF
           MOVE WS-CLS-TERM TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "MYGRCLS TERM " WS-CLS-TERM
                       " IS NOT ON THE TERM CALENDAR - RUN REFUSED"
                  SET TERM-REFUSED TO TRUE
               NOT INVALID KEY
                  IF CAL-OPEN THEN
                     DISPLAY "MYGRCLS TERM " WS-CLS-TERM
                          " HAS NOT BEEN POSTED - NOTHING TO CLOSE"
                     SET TERM-REFUSED TO TRUE
                  END-IF
                  IF CAL-CLOSED THEN
                     DISPLAY "MYGRCLS TERM " WS-CLS-TERM
                          " WAS ALREADY CLOSED ON " CAL-CLOSED-DATE
                          " BY " CAL-CLOSED-BY
                     SET TERM-REFUSED TO TRUE
                  END-IF
           END-READ
           IF TERM-REFUSED THEN
              CLOSE TERM-CALENDAR-FILE
           END-IF
           .

       004-EXIT.
           EXIT.

      *    THE COUNT IS DONE; THE TERM GOES TO CLOSED UNDER THE SAME
      *    LOCK. A FAILED REWRITE LEAVES THE TERM POSTED AND ENDS THE
      *    RUN RC 12 -- THE REPORT SAYS SO INSTEAD OF THE SIGN-OFF.
       005-CLOSE-TERM.
           SET CAL-CLOSED TO TRUE
           MOVE WS-RUN-DATE TO CAL-CLOSED-DATE
           MOVE WS-CLS-SIGNED-BY TO CAL-CLOSED-BY
           MOVE WS-RUN-DATE TO CAL-CHANGE-DATE
           REWRITE TERM-CALENDAR-RECORD
               INVALID KEY
                  CONTINUE
           END-REWRITE
           IF WS-CAL-STATUS = "00" THEN
              SET TERM-NOW-CLOSED TO TRUE
           ELSE
              DISPLAY "MYGRCLS CANNOT REWRITE TRMCAL, STATUS "
                   WS-CAL-STATUS " - TERM " WS-CLS-TERM
                   " LEFT POSTED"
              MOVE 12 TO RETURN-CODE
           END-IF
           .

       005-EXIT.
           EXIT.

      *    THE LOCK PROTOCOL EVERY CUMHIST UPDATER FOLLOWS (SEE
      *    CUMLOCK.CPY): A LIVE LOCK FAILS THIS RUN FAST, NAMING THE
      *    HOLDER; A LOCK TWELVE HOURS OLD OR MORE IS THE LEAVINGS
      *    OF AN ABEND AND IS TAKEN OVER WITH A WARNING ON SYSOUT.
       090-ACQUIRE-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00" THEN
              PERFORM UNTIL END-OF-LOCK-FILE OR LOCK-BLOCKED
                      READ LOCK-FILE
                      AT END
                         SET END-OF-LOCK-FILE TO TRUE
                      NOT AT END
                         PERFORM 090A-JUDGE-LOCK THRU 090A-EXIT
                      END-READ
              END-PERFORM
              CLOSE LOCK-FILE
           END-IF
           IF NOT LOCK-BLOCKED THEN
              OPEN OUTPUT LOCK-FILE
              MOVE WS-MY-PROGRAM-ID TO LOCK-PROGRAM-ID
              MOVE WS-RUN-DATE TO LOCK-DATE
              MOVE WS-RUN-TIME TO LOCK-TIME
              MOVE ZERO TO LOCK-PARTITION
              MOVE ZERO TO LOCK-LOW-ID
              MOVE 999999 TO LOCK-HIGH-ID
              WRITE CUMHIST-LOCK-RECORD
              CLOSE LOCK-FILE
           END-IF
           .

       090-EXIT.
           EXIT.

       090A-JUDGE-LOCK.
           MOVE LOCK-DATE TO WS-STAMP-DATE
           MOVE LOCK-TIME TO WS-STAMP-TIME
           PERFORM 090B-STAMP-TO-MINS THRU 090B-EXIT
           MOVE WS-STAMP-MINS TO WS-LOCK-MINS
           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           MOVE WS-RUN-TIME TO WS-STAMP-TIME
           PERFORM 090B-STAMP-TO-MINS THRU 090B-EXIT
           MOVE WS-STAMP-MINS TO WS-NOW-MINS
           IF WS-NOW-MINS > WS-LOCK-MINS
              AND WS-NOW-MINS - WS-LOCK-MINS >= WS-LOCK-STALE-MINS
              THEN
              DISPLAY "MYGRCLS TAKING OVER STALE CUMHIST LOCK"
                   " LEFT BY " LOCK-PROGRAM-ID
                   " AT " LOCK-DATE " " LOCK-TIME
           ELSE
              SET LOCK-BLOCKED TO TRUE
              DISPLAY "MYGRCLS CANNOT START - CUMHIST IN USE BY "
                   LOCK-PROGRAM-ID " SINCE " LOCK-DATE " "
                   LOCK-TIME
           END-IF
           .

       090A-EXIT.
           EXIT.

      *    FOLDS A DATE/TIME STAMP TO MINUTES ON A CALENDAR THAT
      *    GIVES EVERY MONTH ONLY 28 DAYS, SO THE ELAPSED-TIME
      *    ESTIMATE IS A LOWER BOUND THAT NEVER OVERSTATES ACROSS A
      *    MONTH BOUNDARY -- PROVING A LOCK IS TWELVE HOURS OLD
      *    NEEDS AN ESTIMATE THAT CANNOT RUN HIGH, OR A LIVE LOCK
      *    WRITTEN LATE ON THE 30TH WOULD BE MISJUDGED STALE MINUTES
      *    INTO THE 1ST AND TWO UPDATERS WOULD OPEN CUMHIST AT ONCE.
      *    THE COST RUNS THE SAFE WAY: AROUND A MONTH END A
      *    GENUINELY STALE LOCK CAN LOOK LIVE FOR UP TO THREE EXTRA
      *    DAYS AND KEEP BLOCKING, AND THE OPERATORS CAN ALWAYS
      *    EMPTY LOKFILE BY HAND ONCE THE ABEND IS CONFIRMED.
       090B-STAMP-TO-MINS.
           COMPUTE WS-STAMP-MINS =
                ((WS-STAMP-YEAR * 12 + WS-STAMP-MONTH) * 28
                 + WS-STAMP-DAY) * 1440
                + WS-STAMP-HH * 60 + WS-STAMP-MM
           .

       090B-EXIT.
           EXIT.

       091-RELEASE-LOCK.
           OPEN OUTPUT LOCK-FILE
           CLOSE LOCK-FILE
           .

       091-EXIT.
           EXIT.

      *    ONE RUN-HISTORY LINE PER RUN, APPENDED AFTER THE FILES
      *    CLOSE AND BEFORE THE LOCK DROPS (SEE RUNLOG.CPY). THE
      *    STUDENT COUNT IS THE STUDENTS POSTED FOR THE CLOSED TERM --
      *    NO CUMHIST RECORD IS CHANGED HERE.
       092-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-LOG-STATUS = "00" THEN
              MOVE WS-MY-PROGRAM-ID TO RUN-PROGRAM-ID
              MOVE WS-RUN-DATE TO RUN-LOG-DATE
              MOVE WS-RUN-TIME TO RUN-LOG-TIME
              MOVE WS-CLS-TERM TO RUN-LOG-TERM
              MOVE WS-READ-COUNT TO RUN-LOG-RECORDS
              MOVE WS-POSTED-COUNT TO RUN-LOG-STUDENTS
              MOVE RETURN-CODE TO RUN-LOG-RC
              WRITE RUNLOG-RECORD
              CLOSE RUN-LOG-FILE
           ELSE
              DISPLAY "MYGRCLS CANNOT APPEND RUNLOG, STATUS "
                   WS-LOG-STATUS
           END-IF
           .

       092-EXIT.
           EXIT.
