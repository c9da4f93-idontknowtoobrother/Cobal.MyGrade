      *    UNTOUCHED. AN AUDIT LINE PER ADJUSTED STUDENT GOES TO
      *    BKORPT. RUN MYGRADE AGAIN FOR THE TERM ONCE THE EXTRACT IS
      *    FIXED TO RE-POST IT.
      *    THE TERM MUST BE ON THE TRMCAL CALENDAR (SEE TERMCAL.CPY)
      *    AND NOT CLOSED -- A SIGNED-OFF TERM IS CHANGED ONLY BY
      *    AMENDMENT (MYGRAMD), NEVER BACKED OUT WHOLESALE. A POSTED
      *    TERM GOES BACK TO OPEN ONCE IT HAS BEEN BACKED OUT.

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
           SELECT BACKOUT-REPORT-FILE ASSIGN TO BKORPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
       FILE SECTION.
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  TERM-CALENDAR-FILE.
       COPY TERMCAL.
       FD  BACKOUT-REPORT-FILE.
       01 BKORPT-LINE           PIC X(80).
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
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRBKO".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
       01 WS-OUT-GRADE          PIC 9(3)V9(2) VALUE ZERO.
       01 WS-BKO-TERM-IN        PIC X(5).
       01 WS-BKO-TERM           PIC 9(5)      VALUE ZERO.
       01 WS-CAL-STATUS         PIC X(2).
       01 WS-CAL-REFUSED-SW     PIC X(1)      VALUE "N".
          88 TERM-REFUSED                     VALUE "Y".
       01 WS-READ-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-ADJUST-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 005-CHECK-TERM-CALENDAR THRU 005-EXIT
           IF TERM-REFUSED THEN
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRBKO CANNOT OPEN CUMHIST, STATUS "
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND CUMHIST-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
              DISPLAY "MYGRBKO CANNOT OPEN CUMJRNL, STATUS "
                   WS-JRN-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT BACKOUT-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           MOVE ZERO TO HIST-STUDENT-ID
           END-PERFORM
           PERFORM 004-WRITE-RPT-TOTALS THRU 004-EXIT
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE CUMHIST-JOURNAL-FILE
           CLOSE BACKOUT-REPORT-FILE
           PERFORM 006-REOPEN-TERM THRU 006-EXIT
           PERFORM 092-WRITE-RUN-LOG THRU 092-EXIT
           PERFORM 091-RELEASE-LOCK THRU 091-EXIT
           DISPLAY "MYGRBKO TERM " WS-BKO-TERM " STUDENTS READ "
      *    (AND BACK INTO THE CUMULATIVE) -- THE SAME UNWIND
      *    015-MERGE-CUMULATIVE IN MYGRADE DOES ON A RERUN.
       002-BACKOUT-STUDENT.
           MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE ZERO TO WS-HIST-MATCH-SLOT
           PERFORM 002A-FIND-TERM-SLOT THRU 002A-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                 MOVE SPACES
                      TO HIST-TERM-STANDING(WS-HIST-MATCH-SLOT)
                 MOVE ZERO TO HIST-TERM-PROB-CT(WS-HIST-MATCH-SLOT)
                 MOVE ZERO
                      TO HIST-TERM-ATT-HOURS(WS-HIST-MATCH-SLOT)
                 MOVE ZERO
                      TO HIST-TERM-EARN-HOURS(WS-HIST-MATCH-SLOT)
                 MOVE SPACE
                      TO HIST-TERM-SAP-STATUS(WS-HIST-MATCH-SLOT)
      *          THE COUNT COMES DOWN WITH THE SLOT, NEVER RECOUNTED
      *          FROM THE TABLE -- RECORDS CONVERTED FROM THE
      *          PRE-HISTORY LAYOUT CARRY TERMS WITH NO SLOT, AND A
                   VARYING WS-AFF-IDX FROM 1 BY 1
                   UNTIL WS-AFF-IDX > WS-AFF-COUNT
              PERFORM 003-WRITE-RPT-DETAIL THRU 003-EXIT
              MOVE "C" TO WS-JRN-ACTION
              PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
              REWRITE HISTORY-RECORD
              ADD 1 TO WS-ADJUST-COUNT
           END-IF
       004-EXIT.
           EXIT.

      *    THE TERM TO BACK OUT HAS TO BE ON THE CALENDAR, AND A
      *    CLOSED TERM IS NEVER BACKED OUT. IT IS CHECKED UNDER THE
      *    LOCK, SO MYGRCLS CANNOT CLOSE THE TERM PART WAY THROUGH.
       005-CHECK-TERM-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRBKO CANNOT RUN WITHOUT THE TERM CALENDAR -"
                   " CHECK TRMCAL, STATUS " WS-CAL-STATUS
              SET TERM-REFUSED TO TRUE
              GO TO 005-EXIT
           END-IF
           MOVE WS-BKO-TERM TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "MYGRBKO TERM " WS-BKO-TERM
                       " IS NOT ON THE TERM CALENDAR - RUN REFUSED"
                  SET TERM-REFUSED TO TRUE
               NOT INVALID KEY
                  IF CAL-CLOSED THEN
                     DISPLAY "MYGRBKO TERM " WS-BKO-TERM
                          " WAS CLOSED ON " CAL-CLOSED-DATE
                          " BY " CAL-CLOSED-BY
                          " - CLOSED TERMS ARE NOT BACKED OUT"
                     SET TERM-REFUSED TO TRUE
                  END-IF
           END-READ
           CLOSE TERM-CALENDAR-FILE
           .

       005-EXIT.
           EXIT.

      *    WITH ITS POSTING GONE FROM THE CLUSTER THE TERM IS OPEN
      *    AGAIN, SO MYGRAMD STOPS ACCEPTING AMENDMENTS FOR IT UNTIL
      *    MYGRADE RE-POSTS IT. THE BACKOUT ITSELF HAS ALREADY
      *    HAPPENED, SO A CALENDAR THAT WILL NOT TAKE THE UPDATE ONLY
      *    WARNS.
       006-REOPEN-TERM.
           OPEN I-O TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRBKO CANNOT UPDATE TRMCAL, STATUS "
                   WS-CAL-STATUS " - REOPEN TERM " WS-BKO-TERM
                   " BY HAND"
              IF RETURN-CODE = ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 006-EXIT
           END-IF
           MOVE WS-BKO-TERM TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CAL-POSTED THEN
                     SET CAL-OPEN TO TRUE
                     MOVE WS-RUN-DATE TO CAL-CHANGE-DATE
                     REWRITE TERM-CALENDAR-RECORD
                         INVALID KEY
                            CONTINUE
                     END-REWRITE
                     IF WS-CAL-STATUS NOT = "00" THEN
                        DISPLAY "MYGRBKO CANNOT REWRITE TRMCAL, STATUS "
                             WS-CAL-STATUS " - REOPEN TERM "
                             WS-BKO-TERM " BY HAND"
                        IF RETURN-CODE = ZERO THEN
                           MOVE 4 TO RETURN-CODE
                        END-IF
                     END-IF
                  END-IF
           END-READ
           CLOSE TERM-CALENDAR-FILE
           .

       006-EXIT.
           EXIT.

      *    THE LOCK PROTOCOL EVERY CUMHIST UPDATER FOLLOWS (SEE
      *    CUMLOCK.CPY): A LIVE LOCK FAILS THIS RUN FAST, NAMING THE
      *    HOLDER; A LOCK TWELVE HOURS OLD OR MORE IS THE LEAVINGS
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
