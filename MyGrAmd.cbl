      *    INCOMPLETE, STATUS I -- IS RESOLVED HERE: THE EARNED GRADE
      *    POSTS AND ITS HOURS AND POINTS ENTER THE TOTALS FOR THE
      *    FIRST TIME.
      *    A CARD THAT MOVES A ROW ACROSS THE PASS/FAIL LINE ALSO
      *    MOVES THE SLOT'S EARNED HOURS (HIST-TERM-EARN-HOURS) SO
      *    THE SAP COMPLETION RATE STAYS TRUE.
      *    THE CARD'S TERM MUST BE ON THE TRMCAL CALENDAR (SEE
      *    TERMCAL.CPY) AS POSTED OR CLOSED -- AN OPEN TERM HAS
      *    NOTHING ON CUMHIST TO AMEND YET.

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
           SELECT AMENDMENT-REPORT-FILE ASSIGN TO AMDRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
          05 SCL-POINTS         PIC 9(1)V9(2).
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  TERM-CALENDAR-FILE.
       COPY TERMCAL.
       FD  AMENDMENT-REPORT-FILE.
       01 AMDRPT-LINE           PIC X(100).
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
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRAMD".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
       01 WS-AMD-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-AMD-FILE                  VALUE "Y".
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-CAL-STATUS         PIC X(2).
      *    KEEP WS-HIST-CRS-MAX EQUAL TO THE HIST-COURSE-ENTRY OCCURS
      *    COUNT IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-CRS-MAX       PIC 9(3)      COMP VALUE 120.
       01 WS-OLD-POINTS         PIC 9(2)V9(2).
       01 WS-NEW-POINTS         PIC 9(2)V9(2).
       01 WS-POINTS-DELTA       PIC S9(3)V9(2).
      *    WHETHER THE ROW COUNTED AS EARNED HOURS BEFORE THE CARD
      *    (LOCAL GRADED WITH POINTS -- AN I ROW EARNED NOTHING).
       01 WS-OLD-EARNED-SW      PIC X(1) VALUE "N".
          88 WS-OLD-EARNED               VALUE "Y".
       01 WS-REASON-TEXT        PIC X(30).
       01 WS-CARD-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-APPLIED-COUNT      PIC 9(8)      VALUE ZERO.
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRAMD CANNOT RUN WITHOUT THE TERM CALENDAR -"
                   " CHECK TRMCAL, STATUS " WS-CAL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME
           PERFORM 090-ACQUIRE-LOCK THRU 090-EXIT
           IF LOCK-BLOCKED THEN
              CLOSE TERM-CALENDAR-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRAMD CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              CLOSE TERM-CALENDAR-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND CUMHIST-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
              DISPLAY "MYGRAMD CANNOT OPEN CUMJRNL, STATUS "
                   WS-JRN-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              CLOSE TERM-CALENDAR-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
              DISPLAY "MYGRAMD CANNOT OPEN AMDIN, STATUS "
                   WS-AMD-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              CLOSE CUMHIST-JOURNAL-FILE
              CLOSE TERM-CALENDAR-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           CLOSE AMENDMENT-FILE
           CLOSE AMENDMENT-REPORT-FILE
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE CUMHIST-JOURNAL-FILE
           CLOSE TERM-CALENDAR-FILE
           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
                   OR AMD-TERM NOT NUMERIC
                 MOVE "BAD CARD - NON-NUMERIC KEY" TO WS-REASON-TEXT
              WHEN OTHER
                 PERFORM 005-CHECK-CARD-TERM THRU 005-EXIT
           END-EVALUATE
           IF WS-REASON-TEXT = SPACES THEN
              MOVE AMD-NEW-GRADE TO WS-SCL-LOOKUP-GRADE
              MOVE AMD-TERM TO WS-SCL-LOOKUP-TERM
              PERFORM 024-LOOKUP-SCALE THRU 024-EXIT
              IF NOT SCALE-GRADE-GRADED THEN
                 MOVE "NEW GRADE NOT GRADED ON SCALE"
                      TO WS-REASON-TEXT
              END-IF
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              MOVE AMD-STUDENT-ID TO HIST-STUDENT-ID
              READ CUMULATIVE-HISTORY-FILE
           EXIT.

       003-APPLY-AMENDMENT.
           MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE ZERO TO WS-CRS-ROW
           PERFORM 003A-FIND-ATTEMPT-ROW THRU 003A-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
              MOVE "ATTEMPT NOT AMENDABLE" TO WS-REASON-TEXT
           ELSE
              MOVE HIST-CRS-POINTS(WS-CRS-ROW) TO WS-OLD-POINTS
              MOVE "N" TO WS-OLD-EARNED-SW
              IF HIST-CRS-STATUS(WS-CRS-ROW) NOT = "I"
                 AND WS-OLD-POINTS > ZERO THEN
                 MOVE "Y" TO WS-OLD-EARNED-SW
              END-IF
              COMPUTE WS-NEW-POINTS =
                   WS-SCL-POINTS * HIST-CRS-DEGREE(WS-CRS-ROW)
              COMPUTE WS-POINTS-DELTA = WS-NEW-POINTS - WS-OLD-POINTS
                      HIST-TERM-GRADE(WS-HIST-MATCH-SLOT)
                      + WS-POINTS-DELTA
              END-IF
      *       EARNED HOURS ON THE SLOT FOLLOW THE ROW ACROSS THE
      *       PASS/FAIL LINE (F TO A PASSING GRADE OR BACK, OR AN
      *       INCOMPLETE RESOLVED TO A PASS). ATTEMPTED HOURS NEVER
      *       MOVE -- THE ATTEMPT WAS ALREADY COUNTED WHEN IT POSTED.
              IF WS-HIST-MATCH-SLOT > ZERO THEN
                 IF WS-OLD-EARNED AND WS-NEW-POINTS = ZERO THEN
                    SUBTRACT HIST-CRS-DEGREE(WS-CRS-ROW)
                         FROM HIST-TERM-EARN-HOURS(WS-HIST-MATCH-SLOT)
                 END-IF
                 IF NOT WS-OLD-EARNED AND WS-NEW-POINTS > ZERO THEN
                    ADD HIST-CRS-DEGREE(WS-CRS-ROW)
                         TO HIST-TERM-EARN-HOURS(WS-HIST-MATCH-SLOT)
                 END-IF
              END-IF
              IF HIST-CRS-STATUS(WS-CRS-ROW) = "A" THEN
                 COMPUTE HIST-CUM-GRADE =
                      HIST-CUM-GRADE + WS-POINTS-DELTA
              END-IF
              PERFORM 004-NORMALIZE-RETAKES THRU 004-EXIT
              MOVE "C" TO WS-JRN-ACTION
              PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
              REWRITE HISTORY-RECORD
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM 006-WRITE-AUDIT-LINE THRU 006-EXIT
       004B-EXIT.
           EXIT.

      *    ONLY A TERM THAT HAS POSTED -- POSTED, OR POSTED AND SINCE
      *    SIGNED OFF -- CAN BE AMENDED.
       005-CHECK-CARD-TERM.
           MOVE AMD-TERM TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  MOVE "TERM NOT ON CALENDAR" TO WS-REASON-TEXT
               NOT INVALID KEY
                  IF NOT CAL-POSTED AND NOT CAL-CLOSED THEN
                     MOVE "TERM NOT POSTED YET" TO WS-REASON-TEXT
                  END-IF
           END-READ
           .

       005-EXIT.
           EXIT.

       006-WRITE-AUDIT-LINE.
           MOVE WS-OLD-POINTS TO WS-RPT-OLD-PTS-ED
           MOVE WS-NEW-POINTS TO WS-RPT-NEW-PTS-ED
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
