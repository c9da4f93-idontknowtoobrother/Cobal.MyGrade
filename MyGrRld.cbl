              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CUMHIST-JOURNAL-FILE ASSIGN TO CUMJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
           SELECT RELOAD-REPORT-FILE ASSIGN TO RLDRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
       FILE SECTION.
       FD  ARCHIVE-FILE.
      *    HISTORY-RECORD IMAGES AS MYGRARC WROTE THEM -- KEEP THE
      *    PICTURE LENGTH IN STEP WITH HISTREC.CPY (2352 BYTES ON
      *    THE CURRENT LAYOUT). THE LEADING SIX DIGITS ARE THE
      *    STUDENT ID, SAME AS ON THE CLUSTER.
       01 ARCHIVE-REC.
          05 ARC-STUDENT-ID     PIC 9(6).
          05 FILLER             PIC X(2346).
       FD  ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-REC.
          05 ANX-STUDENT-ID     PIC 9(6).
          05 ANX-ARCHIVE-DATE   PIC 9(8).
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  RELOAD-REPORT-FILE.
       01 RLDRPT-LINE           PIC X(80).
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
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRRLD".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
       01 WS-WANT-STUDENT-ID    PIC 9(6)      VALUE ZERO.
       01 WS-FOUND-SW           PIC X(1)      VALUE "N".
          88 ARCHIVE-IMAGE-FOUND              VALUE "Y".
       01 WS-SAVED-IMAGE        PIC X(2352).
       01 WS-ARC-READ-COUNT     PIC 9(8)      VALUE ZERO.
      *    IN-CORE IMAGE OF THE ARCNDX INDEX SO IT CAN BE REWRITTEN
      *    WITHOUT THE RELOADED STUDENT. GROW THE OCCURS WHEN THE
              MOVE 12 TO RETURN-CODE
              GO TO 003-EXIT
           END-IF
           OPEN EXTEND CUMHIST-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
              DISPLAY "MYGRRLD CANNOT OPEN CUMJRNL, STATUS "
                   WS-JRN-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              MOVE 12 TO RETURN-CODE
              GO TO 003-EXIT
           END-IF
      *    THE JOURNAL RECORD GOES OUT AHEAD OF THE WRITE, SO A
      *    STUDENT ALREADY BACK ON THE CLUSTER IS TURNED AWAY BY A
      *    KEYED READ FIRST -- AN ADD IS NEVER JOURNALED THAT THE
      *    CLUSTER THEN REFUSES.
           MOVE WS-WANT-STUDENT-ID TO HIST-STUDENT-ID
           READ CUMULATIVE-HISTORY-FILE
               INVALID KEY
                  MOVE WS-SAVED-IMAGE TO HISTORY-RECORD
                  MOVE "A" TO WS-JRN-ACTION
                  PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
                  WRITE HISTORY-RECORD
                  PERFORM 003A-WRITE-RELOAD-LINE THRU 003A-EXIT
               NOT INVALID KEY
                  MOVE SPACES TO RLDRPT-LINE
                  STRING "STUDENT " WS-WANT-STUDENT-ID
                         "  *** ALREADY ON CUMHIST - NOT RELOADED ***"
                  END-STRING
                  WRITE RLDRPT-LINE AFTER ADVANCING 1 LINE
                  MOVE 12 TO RETURN-CODE
           END-READ
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE CUMHIST-JOURNAL-FILE
           .

       003-EXIT.
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
