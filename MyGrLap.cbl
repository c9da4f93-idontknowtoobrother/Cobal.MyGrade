      *    SUPERSEDES THE LAPSED F ON THE SPOT, SAME AS IT WOULD ANY
      *    OTHER F. ONE REPORT LINE PER LAPSED GRADE GOES TO LAPRPT
      *    FOR THE REGISTRAR.
      *    TERM ARITHMETIC: A TERM'S PLACE IN THE ACADEMIC SEQUENCE
      *    IS ITS CAL-TERM-SEQ ON THE TRMCAL TERM CALENDAR (SEE
      *    TERMCAL.CPY), AND THE POLICY WINDOW IS A SEQUENCE
      *    DIFFERENCE GREATER THAN 2 -- A YEAR WITH AN EXTRA OR
      *    MISSING TERM IS HANDLED ON THE CALENDAR, NOT HERE. THE RUN
      *    TERM MUST BE ON THE CALENDAR AND POSTED (OR CLOSED); AN
      *    INCOMPLETE WHOSE OWN TERM IS NOT ON THE CALENDAR CANNOT BE
      *    AGED, SO IT IS LISTED AND LEFT ALONE (RC 4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CUMHIST-JOURNAL-FILE ASSIGN TO CUMJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO TRMCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAL-TERM-ID
              FILE STATUS IS WS-CAL-STATUS.
           SELECT LAPSE-REPORT-FILE ASSIGN TO LAPRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
          05 SCL-POINTS         PIC 9(1)V9(2).
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  TERM-CALENDAR-FILE.
       COPY TERMCAL.
       FD  LAPSE-REPORT-FILE.
       01 LAPRPT-LINE           PIC X(100).
       FD  LOCK-FILE.
       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS        PIC X(2).
       01 WS-LOG-STATUS         PIC X(2).
       01 WS-JRN-STATUS         PIC X(2).
       01 WS-JRN-ACTION         PIC X(1).
       01 WS-JRN-BEFORE-IMAGE   PIC X(2352).
       01 WS-JRN-COUNT          PIC 9(8)      VALUE ZERO.
       01 WS-LOCK-BLOCKED-SW    PIC X(1)      VALUE "N".
          88 LOCK-BLOCKED                     VALUE "Y".
       01 WS-LOCK-EOF-SW        PIC X(1)      VALUE "N".
          88 END-OF-LOCK-FILE                 VALUE "Y".
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRLAP".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
       01 WS-RUN-TERM-SEQ       PIC 9(6)      COMP.
       01 WS-ROW-TERM-SEQ       PIC 9(6)      COMP.
       01 WS-TERM-WORK          PIC 9(5).
       01 WS-CAL-STATUS         PIC X(2).
       01 WS-CAL-FOUND-SW       PIC X(1).
          88 TERM-ON-CALENDAR                 VALUE "Y".
      *    POLICY WINDOW IN TERMS -- AN INCOMPLETE OLDER THAN THIS
      *    MANY TERMS RELATIVE TO THE RUN TERM HAS LAPSED.
       01 WS-LAPSE-WINDOW       PIC 9(2)      COMP VALUE 2.
       01 WS-LAPSE-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-STUDENT-CHG-COUNT  PIC 9(8)      VALUE ZERO.
       01 WS-NOSCALE-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-NOCAL-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-CUM-GPA            PIC 9(2)V9(3).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 025-LOAD-GRADE-SCALE THRU 025-EXIT
           IF SCALE-ENTRY-COUNT = ZERO THEN
              DISPLAY "MYGRLAP CANNOT RUN WITHOUT A GRADING SCALE -"
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRLAP CANNOT RUN WITHOUT THE TERM CALENDAR -"
                   " CHECK TRMCAL, STATUS " WS-CAL-STATUS
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-TERM TO WS-TERM-WORK
           PERFORM 005-TERM-TO-SEQ THRU 005-EXIT
           IF NOT TERM-ON-CALENDAR THEN
              DISPLAY "MYGRLAP TERM " WS-RUN-TERM
                   " IS NOT ON THE TERM CALENDAR"
              CLOSE TERM-CALENDAR-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF CAL-OPEN THEN
              DISPLAY "MYGRLAP TERM " WS-RUN-TERM
                   " IS NOT POSTED YET - RUN AFTER MYGRADE"
              CLOSE TERM-CALENDAR-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-ROW-TERM-SEQ TO WS-RUN-TERM-SEQ
           OPEN I-O CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRLAP CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              CLOSE TERM-CALENDAR-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND CUMHIST-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
              DISPLAY "MYGRLAP CANNOT OPEN CUMJRNL, STATUS "
                   WS-JRN-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              CLOSE TERM-CALENDAR-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-PERFORM
           PERFORM 008-WRITE-RPT-TOTALS THRU 008-EXIT
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE CUMHIST-JOURNAL-FILE
           CLOSE LAPSE-REPORT-FILE
           CLOSE TERM-CALENDAR-FILE
           IF (WS-NOSCALE-COUNT > ZERO OR WS-NOCAL-COUNT > ZERO)
              AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 092-WRITE-RUN-LOG THRU 092-EXIT

       002-LAPSE-STUDENT.
           MOVE "N" TO WS-STUDENT-CHG-SW
           MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
           PERFORM 003-TEST-ROW THRU 003-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
           IF STUDENT-CHANGED THEN
              MOVE "C" TO WS-JRN-ACTION
              PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
              REWRITE HISTORY-RECORD
              ADD 1 TO WS-STUDENT-CHG-COUNT
           END-IF
           IF HIST-CRS-STATUS(WS-CRS-I) = "I" THEN
              MOVE HIST-CRS-TERM(WS-CRS-I) TO WS-TERM-WORK
              PERFORM 005-TERM-TO-SEQ THRU 005-EXIT
              IF NOT TERM-ON-CALENDAR THEN
                 ADD 1 TO WS-NOCAL-COUNT
                 MOVE SPACES TO LAPRPT-LINE
                 STRING "NOT LAPSED  STUDENT " HIST-STUDENT-ID
                        "  COURSE " HIST-CRS-ID(WS-CRS-I)
                        "  TERM " HIST-CRS-TERM(WS-CRS-I)
                        "  TERM NOT ON CALENDAR"
                        INTO LAPRPT-LINE
                 END-STRING
                 WRITE LAPRPT-LINE AFTER ADVANCING 1 LINE
              ELSE
                 IF WS-RUN-TERM-SEQ > WS-ROW-TERM-SEQ
                    AND WS-RUN-TERM-SEQ - WS-ROW-TERM-SEQ >
                        WS-LAPSE-WINDOW THEN
                    PERFORM 004-LAPSE-ROW THRU 004-EXIT
                 END-IF
              END-IF
           END-IF
           .
                      TO HIST-TERM-DEGREE(WS-HIST-MATCH-SLOT)
                 ADD WS-NEW-POINTS
                      TO HIST-TERM-GRADE(WS-HIST-MATCH-SLOT)
      *          THE INCOMPLETE WAS ALREADY COUNTED ATTEMPTED WHEN IT
      *          POSTED; IT IS EARNED ONLY IF THE LAPSE GRADE CARRIES
      *          POINTS (A SCALE WHERE THE LAPSE GRADE IS NOT AN F).
                 IF WS-NEW-POINTS > ZERO THEN
                    ADD HIST-CRS-DEGREE(WS-CRS-I)
                         TO HIST-TERM-EARN-HOURS(WS-HIST-MATCH-SLOT)
                 END-IF
              END-IF
              PERFORM 006-NORMALIZE-RETAKES THRU 006-EXIT
              SET STUDENT-CHANGED TO TRUE
       004A-EXIT.
           EXIT.

      *    LOOKS WS-TERM-WORK UP ON THE TERM CALENDAR AND RETURNS
      *    ITS SEQUENCE IN WS-ROW-TERM-SEQ (ZERO IF NOT ON IT).
       005-TERM-TO-SEQ.
           MOVE "N" TO WS-CAL-FOUND-SW
           MOVE ZERO TO WS-ROW-TERM-SEQ
           MOVE WS-TERM-WORK TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET TERM-ON-CALENDAR TO TRUE
                  MOVE CAL-TERM-SEQ TO WS-ROW-TERM-SEQ
           END-READ
           .

       005-EXIT.
                  INTO LAPRPT-LINE
           END-STRING
           WRITE LAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NOCAL-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO LAPRPT-LINE
           STRING "NOT LAPSED - NO TERM .. " WS-RPT-COUNT-ED
                  INTO LAPRPT-LINE
           END-STRING
           WRITE LAPRPT-LINE AFTER ADVANCING 1 LINE
           .

       008-EXIT.
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
              MOVE WS-MY-PROGRAM-ID TO LOCK-PROGRAM-ID
              MOVE WS-RUN-DATE TO LOCK-DATE
              MOVE WS-RUN-TIME TO LOCK-TIME
              MOVE ZERO TO LOCK-PARTITION
              MOVE ZERO TO LOCK-LOW-ID
              MOVE 999999 TO LOCK-HIGH-ID
              WRITE CUMHIST-LOCK-RECORD
              CLOSE LOCK-FILE
           END-IF

       092-EXIT.
           EXIT.

      *    ONE JOURNAL RECORD PER CUMHIST WRITE, REWRITE OR DELETE,
      *    APPENDED BEFORE THE CLUSTER I/O (SEE JRNLREC.CPY). THE
      *    CALLER SETS WS-JRN-ACTION AND, FOR A CHANGE OR A DELETE,
      *    SAVED WS-JRN-BEFORE-IMAGE WHEN IT READ THE RECORD; THE
      *    AFTER IMAGE IS THE HISTORY-RECORD ABOUT TO BE STORED.
       093-WRITE-JOURNAL.
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-MY-PROGRAM-ID TO JRN-PROGRAM-ID
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE HIST-STUDENT-ID TO JRN-STUDENT-ID
           IF JRN-ADD THEN
              MOVE SPACES TO JRN-BEFORE-IMAGE
           ELSE
              MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           END-IF
           IF JRN-DELETE THEN
              MOVE SPACES TO JRN-AFTER-IMAGE
           ELSE
              MOVE HISTORY-RECORD TO JRN-AFTER-IMAGE
           END-IF
           WRITE CUMHIST-JOURNAL-RECORD
           ADD 1 TO WS-JRN-COUNT
           .

       093-EXIT.
           EXIT.
