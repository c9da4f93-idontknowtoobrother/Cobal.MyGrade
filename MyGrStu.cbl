       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRSTU.
       AUTHOR. 62160246.
      *    STUDENT MASTER MAINTENANCE. APPLIES THE REGISTRAR'S STUIN
      *    TRANSACTION CARDS TO THE STUMAST MASTER (SEE STUMAST.CPY)
      *    AND LISTS EVERY CHANGE ON STURPT WITH ITS BEFORE AND AFTER
      *    IMAGE:
      *      A  ADD A STUDENT -- NAME, ADDRESS LINES 1 AND 3, PROGRAM
      *         AND ADVISOR ARE ALL REQUIRED. AN ID ALREADY ON THE
      *         MASTER (ACTIVE OR INACTIVE) REJECTS; AN ID IS NEVER
      *         REUSED.
      *      C  CHANGE A STUDENT -- ONLY THE FIELDS PUNCHED ON THE
      *         CARD CHANGE, A BLANK FIELD LEAVES THE MASTER ALONE.
      *      M  ADDRESS CHANGE -- ALL THREE ADDRESS LINES ARE REPLACED
      *         FROM THE CARD, SO A BLANK LINE 2 CLEARS IT. LINES 1
      *         AND 3 ARE REQUIRED.
      *      P  PROGRAM CHANGE -- THE NEW PROGRAM IS REQUIRED.
      *      V  ADVISOR REASSIGNMENT -- THE NEW ADVISOR IS REQUIRED.
      *      I  INACTIVATE -- THE STUDENT HAS LEFT. THE RECORD STAYS
      *         ON THE MASTER SO LETTERS, TRANSCRIPTS AND ENROLLMENT
      *         REPORTING STILL FIND THE NAME AND ADDRESS.
      *    EVERY PROGRAM CODE PUNCHED MUST BE A PROGRAM ON THE DEGREQ
      *    "P" CARDS -- THE SAME CODES MYGRDEG AUDITS AGAINST -- AND A
      *    NAME MUST START IN ITS FIRST COLUMN. P AND V CARDS FOR AN
      *    INACTIVE STUDENT REJECT, AND SO DOES A C CARD THAT PUNCHES
      *    A PROGRAM OR AN ADVISOR; NAME AND ADDRESS CHANGES DO NOT,
      *    SINCE THE OFFICE STILL MAILS TO A STUDENT WHO HAS LEFT. A
      *    CARD THAT WOULD LEAVE THE RECORD AS IT WAS REJECTS.
      *    REJECTED CARDS ARE LISTED WITH THE REASON AND THE RUN ENDS
      *    RC 4. MYGRLTR, MYGRTRN, MYGRHON AND MYGRENR READ STUMAST, SO
      *    THIS RUNS OUTSIDE THEIR WINDOW (STUMAST IS DISP=OLD IN
      *    MYGRSTU.JCL); IT DOES NOT TOUCH CUMHIST AND TAKES NO
      *    CUMHIST LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-CARD-FILE ASSIGN TO STUIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STX-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO STUMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STU-STUDENT-ID
              FILE STATUS IS WS-STU-STATUS.
           SELECT REQUIREMENT-FILE ASSIGN TO DEGREQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQ-STATUS.
           SELECT STUDENT-REPORT-FILE ASSIGN TO STURPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-CARD-FILE.
      *    ONE CARD PER MASTER CHANGE, EVERY FIELD IN THE SAME COLUMNS
      *    WHATEVER THE ACTION; A FIELD THE ACTION DOES NOT USE IS
      *    IGNORED.
       01 STUDENT-CARD.
          05 STX-ACTION         PIC X(1).
             88 STX-ADD                       VALUE "A".
             88 STX-CHANGE                    VALUE "C".
             88 STX-ADDRESS-CHANGE            VALUE "M".
             88 STX-PROGRAM-CHANGE            VALUE "P".
             88 STX-ADVISOR-CHANGE            VALUE "V".
             88 STX-INACTIVATE                VALUE "I".
          05 STX-STUDENT-ID     PIC 9(6).
          05 STX-NAME           PIC X(25).
          05 STX-ADDR1          PIC X(30).
          05 STX-ADDR2          PIC X(30).
          05 STX-ADDR3          PIC X(30).
          05 STX-PROGRAM        PIC X(4).
          05 STX-ADVISOR        PIC X(25).
       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.
       FD  REQUIREMENT-FILE.
      *    THE DEGREE-REQUIREMENTS CONTROL FILE MYGRDEG READS (SEE THE
      *    DEGREQ FD THERE). ONLY THE "P" CARDS MATTER HERE -- THEY
      *    ARE THE LIST OF PROGRAM CODES A STUDENT MAY CARRY.
       01 REQUIREMENT-CARD.
          05 REQ-CARD-TYPE      PIC X(1).
             88 REQ-PROGRAM-CARD              VALUE "P".
          05 FILLER             PIC X(39).
       01 PROGRAM-CARD.
          05 FILLER             PIC X(1).
          05 PGM-CODE           PIC X(4).
          05 FILLER             PIC X(35).
       FD  STUDENT-REPORT-FILE.
       01 STURPT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STX-STATUS         PIC X(2).
       01 WS-STX-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-STUDENT-CARDS             VALUE "Y".
       01 WS-STU-STATUS         PIC X(2).
       01 WS-REQ-STATUS         PIC X(2).
       01 WS-REQ-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-REQ-FILE                  VALUE "Y".
      *    PROGRAM CODES FROM THE DEGREQ "P" CARDS -- SAME LIMIT AS
      *    THE PROGRAM TABLE IN MYGRDEG.
       01 PROGRAM-TABLE.
          05 PGM-ENTRY-MAX      PIC 9(3)      COMP VALUE 20.
          05 PGM-ENTRY-COUNT    PIC 9(3)      COMP VALUE ZERO.
          05 PGM-ENTRY OCCURS 20 TIMES.
             10 PGM-TAB-CODE       PIC X(4).
       01 WS-PGM-IDX            PIC 9(3)      COMP.
       01 WS-PGM-FOUND-SW       PIC X(1)      VALUE "N".
          88 PGM-FOUND                        VALUE "Y".
      *    BEFORE IMAGE OF A CHANGED RECORD, HELD WHILE THE CARD IS
      *    APPLIED SO THE LISTING CAN SHOW BOTH. THE FIRST 159 BYTES
      *    ARE EVERYTHING BUT STU-CHANGE-DATE -- WHAT A CARD HAS TO
      *    ALTER TO COUNT AS A CHANGE.
       01 WS-STU-SAVED-IMAGE    PIC X(167).
       01 WS-STU-AFTER-IMAGE    PIC X(167).
       01 WS-REASON-TEXT        PIC X(30).
       01 WS-IMAGE-ACTION       PIC X(8).
       01 WS-IMAGE-LABEL        PIC X(6).
       01 WS-CARD-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-ADDED-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-CHANGED-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-ADDRESS-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-PROGRAM-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-ADVISOR-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-INACTIVE-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-STATUS      PIC X(8).
          05 WS-RPT-COUNT-ED    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           PERFORM 020-LOAD-PROGRAMS THRU 020-EXIT
           IF PGM-ENTRY-COUNT = ZERO THEN
              DISPLAY "MYGRSTU CANNOT RUN WITHOUT DEGREE PROGRAMS"
                   " - CHECK DEGREQ, STATUS " WS-REQ-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O STUDENT-MASTER-FILE
           IF WS-STU-STATUS = "35" THEN
              OPEN OUTPUT STUDENT-MASTER-FILE
              CLOSE STUDENT-MASTER-FILE
              OPEN I-O STUDENT-MASTER-FILE
           END-IF
           IF WS-STU-STATUS NOT = "00" THEN
              DISPLAY "MYGRSTU CANNOT OPEN STUMAST, STATUS "
                   WS-STU-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT STUDENT-CARD-FILE
           IF WS-STX-STATUS NOT = "00" THEN
              DISPLAY "MYGRSTU CANNOT OPEN STUIN, STATUS "
                   WS-STX-STATUS
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT STUDENT-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           PERFORM UNTIL END-OF-STUDENT-CARDS
                   READ STUDENT-CARD-FILE
                   AT END
                      SET END-OF-STUDENT-CARDS TO TRUE
                   NOT AT END
                      ADD 1 TO WS-CARD-COUNT
                      PERFORM 002-PROCESS-CARD THRU 002-EXIT
                   END-READ
           END-PERFORM
           PERFORM 013-WRITE-RPT-TOTALS THRU 013-EXIT
           CLOSE STUDENT-CARD-FILE
           CLOSE STUDENT-REPORT-FILE
           CLOSE STUDENT-MASTER-FILE
           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MYGRSTU CARDS READ " WS-CARD-COUNT
                " ADDED " WS-ADDED-COUNT
                " CHANGED " WS-CHANGED-COUNT
                " ADDRESS " WS-ADDRESS-COUNT
                " PROGRAM " WS-PROGRAM-COUNT
                " ADVISOR " WS-ADVISOR-COUNT
                " INACTIVATED " WS-INACTIVE-COUNT
                " REJECTED " WS-REJECT-COUNT
           GOBACK.

       001-WRITE-RPT-HEADER.
           MOVE SPACES TO STURPT-LINE
           STRING "MYGRADE STUDENT MASTER CHANGES RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO STURPT-LINE
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE "ACTION   IMAGE  STUDENT NAME" TO STURPT-LINE
           MOVE "PGM" TO STURPT-LINE(52:3)
           MOVE "ADVISOR" TO STURPT-LINE(58:7)
           MOVE "STATUS" TO STURPT-LINE(85:6)
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO STURPT-LINE
           MOVE "ADDRESS" TO STURPT-LINE(25:7)
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO STURPT-LINE
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

       002-PROCESS-CARD.
           MOVE SPACES TO WS-REASON-TEXT
           EVALUATE TRUE
              WHEN STX-STUDENT-ID NOT NUMERIC
                 MOVE "BAD CARD - NON-NUMERIC STUDENT"
                      TO WS-REASON-TEXT
              WHEN STX-STUDENT-ID = ZERO
                 MOVE "BAD CARD - ZERO STUDENT ID" TO WS-REASON-TEXT
              WHEN STX-ADD
                 PERFORM 003-ADD-STUDENT THRU 003-EXIT
              WHEN STX-CHANGE
                 PERFORM 004-CHANGE-STUDENT THRU 004-EXIT
              WHEN STX-ADDRESS-CHANGE
                 PERFORM 005-CHANGE-ADDRESS THRU 005-EXIT
              WHEN STX-PROGRAM-CHANGE
                 PERFORM 006-CHANGE-PROGRAM THRU 006-EXIT
              WHEN STX-ADVISOR-CHANGE
                 PERFORM 007-CHANGE-ADVISOR THRU 007-EXIT
              WHEN STX-INACTIVATE
                 PERFORM 008-INACTIVATE-STUDENT THRU 008-EXIT
              WHEN OTHER
                 MOVE "BAD CARD - UNKNOWN ACTION" TO WS-REASON-TEXT
           END-EVALUATE
           IF WS-REASON-TEXT NOT = SPACES THEN
              PERFORM 012-WRITE-REJECT-LINE THRU 012-EXIT
           END-IF
           .

       002-EXIT.
           EXIT.

       003-ADD-STUDENT.
           EVALUATE TRUE
              WHEN STX-NAME = SPACES
                 MOVE "NAME MISSING" TO WS-REASON-TEXT
              WHEN STX-NAME(1:1) = SPACE
                 MOVE "NAME NOT LEFT-JUSTIFIED" TO WS-REASON-TEXT
              WHEN STX-ADDR1 = SPACES
                 MOVE "ADDRESS LINE 1 MISSING" TO WS-REASON-TEXT
              WHEN STX-ADDR3 = SPACES
                 MOVE "CITY/STATE/ZIP LINE MISSING" TO WS-REASON-TEXT
              WHEN STX-PROGRAM = SPACES
                 MOVE "PROGRAM MISSING" TO WS-REASON-TEXT
              WHEN STX-ADVISOR = SPACES
                 MOVE "ADVISOR MISSING" TO WS-REASON-TEXT
              WHEN OTHER
                 PERFORM 011-EDIT-PROGRAM THRU 011-EXIT
           END-EVALUATE
           IF WS-REASON-TEXT = SPACES THEN
              MOVE STX-STUDENT-ID TO STU-STUDENT-ID
              MOVE STX-NAME TO STU-NAME
              MOVE STX-ADDR1 TO STU-ADDR1
              MOVE STX-ADDR2 TO STU-ADDR2
              MOVE STX-ADDR3 TO STU-ADDR3
              MOVE STX-PROGRAM TO STU-PROGRAM
              MOVE STX-ADVISOR TO STU-ADVISOR
              SET STU-ACTIVE TO TRUE
              MOVE ZERO TO STU-STATUS-DATE
              MOVE WS-RUN-DATE TO STU-CHANGE-DATE
              WRITE STUDENT-MASTER-RECORD
                  INVALID KEY
                     MOVE "STUDENT ALREADY ON MASTER" TO WS-REASON-TEXT
                  NOT INVALID KEY
                     ADD 1 TO WS-ADDED-COUNT
                     MOVE "ADDED" TO WS-IMAGE-ACTION
                     MOVE "AFTER" TO WS-IMAGE-LABEL
                     PERFORM 014-WRITE-IMAGE-LINES THRU 014-EXIT
              END-WRITE
           END-IF
           .

       003-EXIT.
           EXIT.

      *    A CHANGE CARD MUST PUNCH SOMETHING, AND WHATEVER IT DOES
      *    PUNCH HAS TO PASS THE SAME EDITS AS AN ADD. PROGRAM AND
      *    ADVISOR ARE HELD TO THE P AND V CARD RULE FOR AN INACTIVE
      *    STUDENT.
       004-CHANGE-STUDENT.
           EVALUATE TRUE
              WHEN STX-NAME = SPACES
                   AND STX-ADDR1 = SPACES
                   AND STX-ADDR2 = SPACES
                   AND STX-ADDR3 = SPACES
                   AND STX-PROGRAM = SPACES
                   AND STX-ADVISOR = SPACES
                 MOVE "CHANGE CARD CHANGES NOTHING" TO WS-REASON-TEXT
              WHEN STX-NAME NOT = SPACES
                   AND STX-NAME(1:1) = SPACE
                 MOVE "NAME NOT LEFT-JUSTIFIED" TO WS-REASON-TEXT
              WHEN STX-PROGRAM NOT = SPACES
                 PERFORM 011-EDIT-PROGRAM THRU 011-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REASON-TEXT = SPACES THEN
              PERFORM 009-READ-MASTER THRU 009-EXIT
           END-IF
           IF WS-REASON-TEXT = SPACES AND STU-INACTIVE
              AND (STX-PROGRAM NOT = SPACES
                   OR STX-ADVISOR NOT = SPACES) THEN
              MOVE "STUDENT IS INACTIVE" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              IF STX-NAME NOT = SPACES THEN
                 MOVE STX-NAME TO STU-NAME
              END-IF
              IF STX-ADDR1 NOT = SPACES THEN
                 MOVE STX-ADDR1 TO STU-ADDR1
              END-IF
              IF STX-ADDR2 NOT = SPACES THEN
                 MOVE STX-ADDR2 TO STU-ADDR2
              END-IF
              IF STX-ADDR3 NOT = SPACES THEN
                 MOVE STX-ADDR3 TO STU-ADDR3
              END-IF
              IF STX-PROGRAM NOT = SPACES THEN
                 MOVE STX-PROGRAM TO STU-PROGRAM
              END-IF
              IF STX-ADVISOR NOT = SPACES THEN
                 MOVE STX-ADVISOR TO STU-ADVISOR
              END-IF
              MOVE "CHANGED" TO WS-IMAGE-ACTION
              PERFORM 009A-REWRITE-MASTER THRU 009A-EXIT
              IF WS-REASON-TEXT = SPACES THEN
                 ADD 1 TO WS-CHANGED-COUNT
              END-IF
           END-IF
           .

       004-EXIT.
           EXIT.

       005-CHANGE-ADDRESS.
           EVALUATE TRUE
              WHEN STX-ADDR1 = SPACES
                 MOVE "ADDRESS LINE 1 MISSING" TO WS-REASON-TEXT
              WHEN STX-ADDR3 = SPACES
                 MOVE "CITY/STATE/ZIP LINE MISSING" TO WS-REASON-TEXT
              WHEN OTHER
                 PERFORM 009-READ-MASTER THRU 009-EXIT
           END-EVALUATE
           IF WS-REASON-TEXT = SPACES THEN
              MOVE STX-ADDR1 TO STU-ADDR1
              MOVE STX-ADDR2 TO STU-ADDR2
              MOVE STX-ADDR3 TO STU-ADDR3
              MOVE "ADDRESS" TO WS-IMAGE-ACTION
              PERFORM 009A-REWRITE-MASTER THRU 009A-EXIT
              IF WS-REASON-TEXT = SPACES THEN
                 ADD 1 TO WS-ADDRESS-COUNT
              END-IF
           END-IF
           .

       005-EXIT.
           EXIT.

       006-CHANGE-PROGRAM.
           IF STX-PROGRAM = SPACES THEN
              MOVE "PROGRAM MISSING" TO WS-REASON-TEXT
           ELSE
              PERFORM 011-EDIT-PROGRAM THRU 011-EXIT
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              PERFORM 009-READ-MASTER THRU 009-EXIT
           END-IF
           IF WS-REASON-TEXT = SPACES AND STU-INACTIVE THEN
              MOVE "STUDENT IS INACTIVE" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              MOVE STX-PROGRAM TO STU-PROGRAM
              MOVE "PROGRAM" TO WS-IMAGE-ACTION
              PERFORM 009A-REWRITE-MASTER THRU 009A-EXIT
              IF WS-REASON-TEXT = SPACES THEN
                 ADD 1 TO WS-PROGRAM-COUNT
              END-IF
           END-IF
           .

       006-EXIT.
           EXIT.

       007-CHANGE-ADVISOR.
           IF STX-ADVISOR = SPACES THEN
              MOVE "ADVISOR MISSING" TO WS-REASON-TEXT
           ELSE
              PERFORM 009-READ-MASTER THRU 009-EXIT
           END-IF
           IF WS-REASON-TEXT = SPACES AND STU-INACTIVE THEN
              MOVE "STUDENT IS INACTIVE" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              MOVE STX-ADVISOR TO STU-ADVISOR
              MOVE "ADVISOR" TO WS-IMAGE-ACTION
              PERFORM 009A-REWRITE-MASTER THRU 009A-EXIT
              IF WS-REASON-TEXT = SPACES THEN
                 ADD 1 TO WS-ADVISOR-COUNT
              END-IF
           END-IF
           .

       007-EXIT.
           EXIT.

       008-INACTIVATE-STUDENT.
           PERFORM 009-READ-MASTER THRU 009-EXIT
           IF WS-REASON-TEXT = SPACES AND STU-INACTIVE THEN
              MOVE "STUDENT ALREADY INACTIVE" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              SET STU-INACTIVE TO TRUE
              MOVE WS-RUN-DATE TO STU-STATUS-DATE
              MOVE "INACTIVE" TO WS-IMAGE-ACTION
              PERFORM 009A-REWRITE-MASTER THRU 009A-EXIT
              IF WS-REASON-TEXT = SPACES THEN
                 ADD 1 TO WS-INACTIVE-COUNT
              END-IF
           END-IF
           .

       008-EXIT.
           EXIT.

      *    FETCH THE CARD'S STUDENT AND HOLD THE BEFORE IMAGE.
       009-READ-MASTER.
           MOVE STX-STUDENT-ID TO STU-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                  MOVE "STUDENT NOT ON MASTER" TO WS-REASON-TEXT
           END-READ
           IF WS-REASON-TEXT = SPACES THEN
              MOVE STUDENT-MASTER-RECORD TO WS-STU-SAVED-IMAGE
           END-IF
           .

       009-EXIT.
           EXIT.

      *    THE CARD HAS BEEN APPLIED TO THE RECORD AREA. IF NOTHING
      *    MOVED THE CARD IS REJECTED AND THE MASTER LEFT ALONE;
      *    OTHERWISE THE RECORD IS STAMPED, REWRITTEN AND LISTED. A
      *    FAILED REWRITE REJECTS THE CARD WITH THE FILE STATUS.
       009A-REWRITE-MASTER.
           IF STUDENT-MASTER-RECORD(1:159) = WS-STU-SAVED-IMAGE(1:159)
              THEN
              MOVE "CARD CHANGES NOTHING" TO WS-REASON-TEXT
              GO TO 009A-EXIT
           END-IF
           MOVE WS-RUN-DATE TO STU-CHANGE-DATE
           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                  CONTINUE
           END-REWRITE
           IF WS-STU-STATUS NOT = "00" THEN
              STRING "REWRITE FAILED, STATUS " WS-STU-STATUS
                     INTO WS-REASON-TEXT
              END-STRING
              GO TO 009A-EXIT
           END-IF
           PERFORM 014A-WRITE-BEFORE-AFTER THRU 014A-EXIT
           .

       009A-EXIT.
           EXIT.

       011-EDIT-PROGRAM.
           MOVE "N" TO WS-PGM-FOUND-SW
           PERFORM 011A-MATCH-PROGRAM THRU 011A-EXIT
                VARYING WS-PGM-IDX FROM 1 BY 1
                UNTIL WS-PGM-IDX > PGM-ENTRY-COUNT
                   OR PGM-FOUND
           IF NOT PGM-FOUND THEN
              MOVE "PROGRAM NOT ON DEGREQ" TO WS-REASON-TEXT
           END-IF
           .

       011-EXIT.
           EXIT.

       011A-MATCH-PROGRAM.
           IF PGM-TAB-CODE(WS-PGM-IDX) = STX-PROGRAM THEN
              SET PGM-FOUND TO TRUE
           END-IF
           .

       011A-EXIT.
           EXIT.

       012-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO STURPT-LINE
           MOVE "REJECTED" TO STURPT-LINE(1:8)
           MOVE "CARD " TO STURPT-LINE(10:5)
           MOVE STX-ACTION TO STURPT-LINE(15:1)
           MOVE STX-STUDENT-ID TO STURPT-LINE(17:6)
           MOVE WS-REASON-TEXT TO STURPT-LINE(25:30)
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           .

       012-EXIT.
           EXIT.

       013-WRITE-RPT-TOTALS.
           MOVE SPACES TO STURPT-LINE
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO STURPT-LINE
           STRING "CARDS READ .......... " WS-RPT-COUNT-ED
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO STURPT-LINE
           STRING "STUDENTS ADDED ...... " WS-RPT-COUNT-ED
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO STURPT-LINE
           STRING "STUDENTS CHANGED .... " WS-RPT-COUNT-ED
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ADDRESS-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO STURPT-LINE
           STRING "ADDRESS CHANGES ..... " WS-RPT-COUNT-ED
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-PROGRAM-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO STURPT-LINE
           STRING "PROGRAM CHANGES ..... " WS-RPT-COUNT-ED
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ADVISOR-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO STURPT-LINE
           STRING "ADVISOR CHANGES ..... " WS-RPT-COUNT-ED
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-INACTIVE-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO STURPT-LINE
           STRING "STUDENTS INACTIVATED  " WS-RPT-COUNT-ED
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO STURPT-LINE
           STRING "CARDS REJECTED ...... " WS-RPT-COUNT-ED
                  INTO STURPT-LINE
           END-STRING
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           .

       013-EXIT.
           EXIT.

      *    TWO LISTING LINES FOR THE MASTER RECORD CURRENTLY IN THE
      *    RECORD AREA, UNDER WS-IMAGE-ACTION AND WS-IMAGE-LABEL: THE
      *    IDENTITY LINE, THEN THE THREE ADDRESS LINES SIDE BY SIDE.
       014-WRITE-IMAGE-LINES.
           IF STU-INACTIVE THEN
              MOVE "INACTIVE" TO WS-RPT-STATUS
           ELSE
              MOVE "ACTIVE" TO WS-RPT-STATUS
           END-IF
           MOVE SPACES TO STURPT-LINE
           MOVE WS-IMAGE-ACTION TO STURPT-LINE(1:8)
           MOVE WS-IMAGE-LABEL TO STURPT-LINE(10:6)
           MOVE STU-STUDENT-ID TO STURPT-LINE(17:6)
           MOVE STU-NAME TO STURPT-LINE(25:25)
           MOVE STU-PROGRAM TO STURPT-LINE(52:4)
           MOVE STU-ADVISOR TO STURPT-LINE(58:25)
           MOVE WS-RPT-STATUS TO STURPT-LINE(85:8)
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO STURPT-LINE
           MOVE STU-ADDR1 TO STURPT-LINE(25:30)
           MOVE STU-ADDR2 TO STURPT-LINE(57:30)
           MOVE STU-ADDR3 TO STURPT-LINE(89:30)
           WRITE STURPT-LINE AFTER ADVANCING 1 LINE
           .

       014-EXIT.
           EXIT.

      *    BEFORE LINES FROM THE SAVED IMAGE, THEN THE AFTER LINES
      *    FROM THE RECORD AS REWRITTEN.
       014A-WRITE-BEFORE-AFTER.
           MOVE STUDENT-MASTER-RECORD TO WS-STU-AFTER-IMAGE
           MOVE WS-STU-SAVED-IMAGE TO STUDENT-MASTER-RECORD
           MOVE "BEFORE" TO WS-IMAGE-LABEL
           PERFORM 014-WRITE-IMAGE-LINES THRU 014-EXIT
           MOVE WS-STU-AFTER-IMAGE TO STUDENT-MASTER-RECORD
           MOVE SPACES TO WS-IMAGE-ACTION
           MOVE "AFTER" TO WS-IMAGE-LABEL
           PERFORM 014-WRITE-IMAGE-LINES THRU 014-EXIT
           .

       014A-EXIT.
           EXIT.

      *    ONLY THE PROGRAM CODES ARE KEPT. AN "R" CARD OR A BLANK
      *    CODE IS PASSED OVER -- MYGRDEG IS WHERE DEGREQ ITSELF IS
      *    POLICED.
       020-LOAD-PROGRAMS.
           OPEN INPUT REQUIREMENT-FILE
           IF WS-REQ-STATUS NOT = "00" THEN
              DISPLAY "DEGREQ OPEN FAILED, STATUS " WS-REQ-STATUS
           ELSE
              PERFORM UNTIL END-OF-REQ-FILE
                      READ REQUIREMENT-FILE
                      AT END
                         SET END-OF-REQ-FILE TO TRUE
                      NOT AT END
                         PERFORM 020A-STORE-PROGRAM THRU 020A-EXIT
                      END-READ
              END-PERFORM
              CLOSE REQUIREMENT-FILE
           END-IF
           .

       020-EXIT.
           EXIT.

       020A-STORE-PROGRAM.
           EVALUATE TRUE
              WHEN NOT REQ-PROGRAM-CARD
                 CONTINUE
              WHEN PGM-CODE = SPACES
                 CONTINUE
              WHEN PGM-ENTRY-COUNT >= PGM-ENTRY-MAX
                 DISPLAY "DEGREQ PROGRAM TABLE FULL, CARD DROPPED: "
                      REQUIREMENT-CARD
              WHEN OTHER
                 ADD 1 TO PGM-ENTRY-COUNT
                 MOVE PGM-CODE TO PGM-TAB-CODE(PGM-ENTRY-COUNT)
           END-EVALUATE
           .

       020A-EXIT.
           EXIT.
