              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CUMHIST-JOURNAL-FILE ASSIGN TO CUMJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCOUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARC-STATUS.
       FILE SECTION.
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  ARCHIVE-FILE.
      *    ONE HISTORY-RECORD IMAGE PER ARCHIVED STUDENT. KEEP THE
      *    PICTURE LENGTH EQUAL TO THE HISTORY-RECORD LENGTH IN
      *    HISTREC.CPY (2352 BYTES ON THE CURRENT LAYOUT) -- A
      *    COPYBOOK GROWTH GROWS THIS TOO, AND THE OLD ARCHIVE THEN
      *    NEEDS THE SAME CONVERSION PASS AS THE CLUSTER.
       01 ARCHIVE-REC           PIC X(2352).
       FD  ARCHIVE-INDEX-FILE.
      *    THE LIGHTWEIGHT "WHO IS ARCHIVED" LIST -- APPENDED HERE,
      *    READ BY MYGRINQ, REWRITTEN WITHOUT A STUDENT BY MYGRRLD
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
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRARC".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND CUMHIST-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
              DISPLAY "MYGRARC CANNOT OPEN CUMJRNL, STATUS "
                   WS-JRN-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARC-STATUS NOT = "00" THEN
              DISPLAY "MYGRARC CANNOT OPEN ARCOUT, STATUS "
                   WS-ARC-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              CLOSE CUMHIST-JOURNAL-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
                   WS-NDX-STATUS
              CLOSE ARCHIVE-FILE
              CLOSE CUMULATIVE-HISTORY-FILE
              CLOSE CUMHIST-JOURNAL-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-PERFORM
           PERFORM 007-WRITE-RPT-TOTALS THRU 007-EXIT
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE CUMHIST-JOURNAL-FILE
           CLOSE ARCHIVE-FILE
           CLOSE ARCHIVE-INDEX-FILE
           CLOSE ARCHIVE-REPORT-FILE
           MOVE WS-RUN-DATE TO ANX-ARCHIVE-DATE
           WRITE ARCHIVE-INDEX-REC
           PERFORM 006-WRITE-MANIFEST-LINE THRU 006-EXIT
           MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
           MOVE "D" TO WS-JRN-ACTION
           PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
           DELETE CUMULATIVE-HISTORY-FILE RECORD
           ADD 1 TO WS-ARCHIVE-COUNT
           .
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
