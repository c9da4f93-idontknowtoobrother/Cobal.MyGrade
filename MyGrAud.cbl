              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CUMHIST-JOURNAL-FILE ASSIGN TO CUMJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
           SELECT AUDIT-REPORT-FILE ASSIGN TO AUDRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
       FILE SECTION.
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  AUDIT-REPORT-FILE.
       01 AUDRPT-LINE           PIC X(80).
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
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRAUD".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF REPAIR-MODE THEN
              OPEN EXTEND CUMHIST-JOURNAL-FILE
              IF WS-JRN-STATUS NOT = "00" THEN
                 DISPLAY "MYGRAUD CANNOT OPEN CUMJRNL, STATUS "
                      WS-JRN-STATUS
                 CLOSE CUMULATIVE-HISTORY-FILE
                 PERFORM 091-RELEASE-LOCK THRU 091-EXIT
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           OPEN OUTPUT AUDIT-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           MOVE ZERO TO HIST-STUDENT-ID
           END-PERFORM
           PERFORM 007-WRITE-RPT-TOTALS THRU 007-EXIT
           CLOSE CUMULATIVE-HISTORY-FILE
           IF REPAIR-MODE THEN
              CLOSE CUMHIST-JOURNAL-FILE
           END-IF
           CLOSE AUDIT-REPORT-FILE
           IF REPORT-MODE AND WS-BAD-COUNT > ZERO
              AND RETURN-CODE = ZERO THEN
       003-EXIT.
           EXIT.

      *    STATUS-I (OUTSTANDING INCOMPLETE) AND STATUS-W
      *    (WITHDRAWAL) ROWS ARE IN NO TOTAL ANYWHERE, SO THEY STAY
      *    OUT OF THE SLOT SUMS TOO.
       003A-SUM-TERM-ROW.
           IF HIST-CRS-TERM(WS-CRS-I) = WS-SLOT-TERM
              AND HIST-CRS-STATUS(WS-CRS-I) NOT = "I"
              AND HIST-CRS-STATUS(WS-CRS-I) NOT = "W" THEN
              ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-TERM-ROW-DEGREE
              ADD HIST-CRS-POINTS(WS-CRS-I) TO WS-TERM-ROW-POINTS
           END-IF
      *    CUMULATIVE) IS REWRITTEN ALL THE SAME -- THE REACHABLE
      *    FIXES STILL LAND.
       006-REPAIR-STUDENT.
           MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
           PERFORM 006A-REPAIR-SLOT THRU 006A-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
              MOVE WS-SUM-A-DEGREE TO HIST-CUM-DEGREE
              MOVE WS-SUM-A-POINTS TO HIST-CUM-GRADE
           END-IF
           MOVE "C" TO WS-JRN-ACTION
           PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
           REWRITE HISTORY-RECORD
           ADD 1 TO WS-REPAIR-COUNT
           SET STUDENT-REPAIRED TO TRUE
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
