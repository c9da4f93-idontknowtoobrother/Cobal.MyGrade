       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE ASSIGN TO STUMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STU-STUDENT-ID
              FILE STATUS IS WS-STU-STATUS.
           SELECT STANDING-CHANGE-FILE ASSIGN TO STDCHG
              ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
      *    REGISTRAR-MAINTAINED STUDENT MASTER -- THE FIRST PLACE IN
      *    THIS SYSTEM A STUDENT HAS A NAME. ONE RECORD PER STUDENT,
      *    READ BY KEY FOR EACH CHANGE (MAINTAINED BY MYGRSTU).
       COPY STUMAST.
       FD  STANDING-CHANGE-FILE.
      *    SAME LAYOUT AS STANDING-CHANGE-DETAIL WRITTEN BY MYGRADE
      *    (SEE THE STDCHG FD THERE) -- KEEP THE TWO IN STEP.

       WORKING-STORAGE SECTION.
       01 WS-STU-STATUS         PIC X(2).
       01 WS-STU-FOUND-SW       PIC X(1)      VALUE "N".
          88 STU-FOUND                        VALUE "Y".
       01 WS-CHG-STATUS         PIC X(2).
       01 WS-CHG-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-CHANGE-FILE               VALUE "Y".
       01 WS-CHG-COUNT          PIC 9(8)      VALUE ZERO.
       01 WS-LETTER-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-EXCP-COUNT         PIC 9(8)      VALUE ZERO.
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STU-STATUS NOT = "00" THEN
              DISPLAY "MYGRLTR CANNOT RUN WITHOUT A STUDENT MASTER -"
                   " CHECK STUMAST, STATUS " WS-STU-STATUS
              MOVE 16 TO RETURN-CODE
           IF WS-CHG-STATUS NOT = "00" THEN
              DISPLAY "MYGRLTR CANNOT OPEN STDCHG, STATUS "
                   WS-CHG-STATUS
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
                   END-READ
           END-PERFORM
           CLOSE STANDING-CHANGE-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE LETTER-FILE
           CLOSE LETTER-EXCEPTION-FILE
           IF WS-EXCP-COUNT > ZERO AND RETURN-CODE = ZERO THEN
                " EXCEPTIONS " WS-EXCP-COUNT
           GOBACK.

       002-PROCESS-CHANGE.
           PERFORM 002A-MATCH-MASTER THRU 002A-EXIT
           EVALUATE TRUE
              WHEN NOT STU-FOUND
                 MOVE "NOT ON STUDENT MASTER" TO LEX-REASON
                 PERFORM 006-WRITE-EXCEPTION THRU 006-EXIT
              WHEN CHG-ACTION = "NEWLY ON PROBATION"
           EXIT.

       002A-MATCH-MASTER.
           MOVE "N" TO WS-STU-FOUND-SW
           MOVE CHG-STUDENT-ID TO STU-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET STU-FOUND TO TRUE
           END-READ
           .

       002A-EXIT.
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE STU-NAME TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           PERFORM 003A-WRITE-ADDRESS THRU 003A-EXIT
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DEAR " STU-NAME
                  INTO LETTER-LINE
           END-STRING
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE "SINCERELY," TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE STU-ADVISOR TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           MOVE "ACADEMIC ADVISOR" TO LETTER-LINE
           WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           EXIT.

       003A-WRITE-ADDRESS.
           IF STU-ADDR1 NOT = SPACES THEN
              MOVE STU-ADDR1 TO LETTER-LINE
              WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF STU-ADDR2 NOT = SPACES THEN
              MOVE STU-ADDR2 TO LETTER-LINE
              WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF STU-ADDR3 NOT = SPACES THEN
              MOVE STU-ADDR3 TO LETTER-LINE
              WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           END-IF
           .
