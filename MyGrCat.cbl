       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRCAT.
       AUTHOR. 62160246.
      *    COURSE CATALOG MAINTENANCE. APPLIES THE REGISTRAR'S CATIN
      *    CARDS TO THE CRSCAT MASTER (SEE CRSCAT.CPY) AND LISTS EVERY
      *    CHANGE ON CATRPT WITH ITS BEFORE AND AFTER IMAGE:
      *      A  ADD A COURSE -- TITLE, CREDIT HOURS, OWNING DEPARTMENT
      *         AND EFFECTIVE TERM ARE ALL REQUIRED. A COURSE ALREADY
      *         ON THE CATALOG (ACTIVE OR RETIRED) REJECTS; A COURSE
      *         ID IS NEVER REUSED.
      *      C  CHANGE A COURSE -- ONLY THE FIELDS PUNCHED ON THE CARD
      *         CHANGE, A BLANK FIELD LEAVES THE CATALOG VALUE ALONE.
      *      R  RETIRE A COURSE AS OF THE TERM ON THE CARD (REQUIRED).
      *         THE RECORD STAYS ON THE CATALOG SO OLD TERMS STILL
      *         VALIDATE AND STILL PRINT THEIR TITLES. THE EFFECTIVE
      *         TERM IS KEPT; THE CARD'S TERM GOES TO THE RETIRE TERM.
      *    REJECTED CARDS ARE LISTED WITH THE REASON AND THE RUN ENDS
      *    RC 4. MYGRADE READS CRSCAT, SO THIS RUNS OUTSIDE THE
      *    MYGRADE WINDOW (CRSCAT IS DISP=OLD IN MYGRCAT.JCL); IT DOES
      *    NOT TOUCH CUMHIST AND TAKES NO CUMHIST LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-CARD-FILE ASSIGN TO CATIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTX-STATUS.
           SELECT COURSE-CATALOG-FILE ASSIGN TO CRSCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAT-COURSE-ID
              FILE STATUS IS WS-CAT-STATUS.
           SELECT CATALOG-REPORT-FILE ASSIGN TO CATRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-CARD-FILE.
      *    ONE CARD PER CATALOG CHANGE. CREDIT HOURS AND EFFECTIVE
      *    TERM ARE CARRIED AS CHARACTER FIELDS SO A CHANGE CARD CAN
      *    LEAVE THEM BLANK; THE NUMERIC VIEWS ARE USED ONCE THE
      *    FIELD HAS BEEN EDITED.
       01 CATALOG-CARD.
          05 CTX-ACTION         PIC X(1).
             88 CTX-ADD                       VALUE "A".
             88 CTX-CHANGE                    VALUE "C".
             88 CTX-RETIRE                    VALUE "R".
          05 CTX-COURSE-ID      PIC 9(6).
          05 CTX-TITLE          PIC X(50).
          05 CTX-CREDIT-HOURS   PIC X(1).
          05 CTX-CREDIT-HOURS-N REDEFINES CTX-CREDIT-HOURS
                                PIC 9(1).
          05 CTX-DEPT-CODE      PIC X(4).
          05 CTX-EFF-TERM       PIC X(5).
          05 CTX-EFF-TERM-N REDEFINES CTX-EFF-TERM
                                PIC 9(5).
       FD  COURSE-CATALOG-FILE.
       COPY CRSCAT.
       FD  CATALOG-REPORT-FILE.
       01 CATRPT-LINE           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CTX-STATUS         PIC X(2).
       01 WS-CTX-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-CATALOG-CARDS             VALUE "Y".
       01 WS-CAT-STATUS         PIC X(2).
      *    BEFORE IMAGE OF A CHANGED OR RETIRED RECORD, HELD WHILE THE
      *    CARD IS APPLIED SO THE LISTING CAN SHOW BOTH.
       01 WS-CAT-SAVED-IMAGE    PIC X(80).
       01 WS-CAT-AFTER-IMAGE    PIC X(80).
       01 WS-REASON-TEXT        PIC X(30).
       01 WS-IMAGE-ACTION       PIC X(8).
       01 WS-IMAGE-LABEL        PIC X(6).
       01 WS-CARD-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-ADDED-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-CHANGED-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-RETIRED-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-STATUS      PIC X(7).
          05 WS-RPT-COUNT-ED    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           OPEN I-O COURSE-CATALOG-FILE
           IF WS-CAT-STATUS = "35" THEN
              OPEN OUTPUT COURSE-CATALOG-FILE
              CLOSE COURSE-CATALOG-FILE
              OPEN I-O COURSE-CATALOG-FILE
           END-IF
           IF WS-CAT-STATUS NOT = "00" THEN
              DISPLAY "MYGRCAT CANNOT OPEN CRSCAT, STATUS "
                   WS-CAT-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CATALOG-CARD-FILE
           IF WS-CTX-STATUS NOT = "00" THEN
              DISPLAY "MYGRCAT CANNOT OPEN CATIN, STATUS "
                   WS-CTX-STATUS
              CLOSE COURSE-CATALOG-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CATALOG-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           PERFORM UNTIL END-OF-CATALOG-CARDS
                   READ CATALOG-CARD-FILE
                   AT END
                      SET END-OF-CATALOG-CARDS TO TRUE
                   NOT AT END
                      ADD 1 TO WS-CARD-COUNT
                      PERFORM 002-PROCESS-CARD THRU 002-EXIT
                   END-READ
           END-PERFORM
           PERFORM 008-WRITE-RPT-TOTALS THRU 008-EXIT
           CLOSE CATALOG-CARD-FILE
           CLOSE CATALOG-REPORT-FILE
           CLOSE COURSE-CATALOG-FILE
           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MYGRCAT CARDS READ " WS-CARD-COUNT
                " ADDED " WS-ADDED-COUNT
                " CHANGED " WS-CHANGED-COUNT
                " RETIRED " WS-RETIRED-COUNT
                " REJECTED " WS-REJECT-COUNT
           GOBACK.

       001-WRITE-RPT-HEADER.
           MOVE SPACES TO CATRPT-LINE
           STRING "MYGRADE COURSE CATALOG CHANGES RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO CATRPT-LINE
           END-STRING
           WRITE CATRPT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO CATRPT-LINE
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           MOVE "ACTION   IMAGE  COURSE  TITLE" TO CATRPT-LINE
           MOVE "CR" TO CATRPT-LINE(75:2)
           MOVE "DEPT" TO CATRPT-LINE(79:4)
           MOVE "EFF" TO CATRPT-LINE(85:3)
           MOVE "RETIRE" TO CATRPT-LINE(92:6)
           MOVE "STATUS" TO CATRPT-LINE(100:6)
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO CATRPT-LINE
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

       002-PROCESS-CARD.
           MOVE SPACES TO WS-REASON-TEXT
           EVALUATE TRUE
              WHEN CTX-COURSE-ID NOT NUMERIC
                 MOVE "BAD CARD - NON-NUMERIC COURSE" TO WS-REASON-TEXT
              WHEN CTX-ADD
                 PERFORM 003-ADD-COURSE THRU 003-EXIT
              WHEN CTX-CHANGE
                 PERFORM 004-CHANGE-COURSE THRU 004-EXIT
              WHEN CTX-RETIRE
                 PERFORM 005-RETIRE-COURSE THRU 005-EXIT
              WHEN OTHER
                 MOVE "BAD CARD - UNKNOWN ACTION" TO WS-REASON-TEXT
           END-EVALUATE
           IF WS-REASON-TEXT NOT = SPACES THEN
              PERFORM 007-WRITE-REJECT-LINE THRU 007-EXIT
           END-IF
           .

       002-EXIT.
           EXIT.

       003-ADD-COURSE.
           EVALUATE TRUE
              WHEN CTX-TITLE = SPACES
                 MOVE "TITLE MISSING" TO WS-REASON-TEXT
              WHEN CTX-CREDIT-HOURS NOT NUMERIC
                 MOVE "BAD CREDIT HOURS" TO WS-REASON-TEXT
              WHEN CTX-DEPT-CODE = SPACES
                 MOVE "OWNING DEPARTMENT MISSING" TO WS-REASON-TEXT
              WHEN OTHER
                 PERFORM 006-EDIT-EFF-TERM THRU 006-EXIT
           END-EVALUATE
           IF WS-REASON-TEXT = SPACES THEN
              MOVE CTX-COURSE-ID TO CAT-COURSE-ID
              MOVE CTX-TITLE TO CAT-TITLE
              MOVE CTX-CREDIT-HOURS-N TO CAT-CREDIT-HOURS
              MOVE CTX-DEPT-CODE TO CAT-DEPT-CODE
              MOVE CTX-EFF-TERM-N TO CAT-EFF-TERM
              SET CAT-ACTIVE TO TRUE
              MOVE ZERO TO CAT-RETIRE-TERM
              MOVE WS-RUN-DATE TO CAT-CHANGE-DATE
              WRITE COURSE-CATALOG-RECORD
                  INVALID KEY
                     MOVE "COURSE ALREADY ON CATALOG" TO WS-REASON-TEXT
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

      *    A CHANGE CARD MUST CHANGE SOMETHING, AND WHATEVER IT DOES
      *    PUNCH HAS TO PASS THE SAME EDITS AS AN ADD. THE EFFECTIVE
      *    TERM OF A RETIRED COURSE MAY NOT MOVE PAST ITS RETIRE TERM;
      *    ONLY AN R CARD SETS THE RETIRE TERM.
       004-CHANGE-COURSE.
           EVALUATE TRUE
              WHEN CTX-TITLE = SPACES
                   AND CTX-CREDIT-HOURS = SPACE
                   AND CTX-DEPT-CODE = SPACES
                   AND CTX-EFF-TERM = SPACES
                 MOVE "CHANGE CARD CHANGES NOTHING" TO WS-REASON-TEXT
              WHEN CTX-CREDIT-HOURS NOT = SPACE
                   AND CTX-CREDIT-HOURS NOT NUMERIC
                 MOVE "BAD CREDIT HOURS" TO WS-REASON-TEXT
              WHEN CTX-EFF-TERM NOT = SPACES
                 PERFORM 006-EDIT-EFF-TERM THRU 006-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-REASON-TEXT = SPACES THEN
              MOVE CTX-COURSE-ID TO CAT-COURSE-ID
              READ COURSE-CATALOG-FILE
                  INVALID KEY
                     MOVE "COURSE NOT ON CATALOG" TO WS-REASON-TEXT
              END-READ
           END-IF
           IF WS-REASON-TEXT = SPACES AND CAT-RETIRED
              AND CTX-EFF-TERM NOT = SPACES
              AND CTX-EFF-TERM-N > CAT-RETIRE-TERM THEN
              MOVE "EFF TERM AFTER RETIRE TERM" TO WS-REASON-TEXT
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              MOVE COURSE-CATALOG-RECORD TO WS-CAT-SAVED-IMAGE
              IF CTX-TITLE NOT = SPACES THEN
                 MOVE CTX-TITLE TO CAT-TITLE
              END-IF
              IF CTX-CREDIT-HOURS NOT = SPACE THEN
                 MOVE CTX-CREDIT-HOURS-N TO CAT-CREDIT-HOURS
              END-IF
              IF CTX-DEPT-CODE NOT = SPACES THEN
                 MOVE CTX-DEPT-CODE TO CAT-DEPT-CODE
              END-IF
              IF CTX-EFF-TERM NOT = SPACES THEN
                 MOVE CTX-EFF-TERM-N TO CAT-EFF-TERM
              END-IF
              MOVE WS-RUN-DATE TO CAT-CHANGE-DATE
              PERFORM 010-REWRITE-CATALOG THRU 010-EXIT
              IF WS-REASON-TEXT = SPACES THEN
                 ADD 1 TO WS-CHANGED-COUNT
                 MOVE "CHANGED" TO WS-IMAGE-ACTION
                 PERFORM 009A-WRITE-BEFORE-AFTER THRU 009A-EXIT
              END-IF
           END-IF
           .

       004-EXIT.
           EXIT.

      *    THE RETIREMENT TERM MAY NOT FALL BEFORE THE TERM THE COURSE
      *    TOOK EFFECT -- THAT WOULD UN-GRADE TERMS ALREADY POSTED.
      *    CAT-EFF-TERM IS LEFT ALONE; THE CARD'S TERM IS THE RETIRE
      *    TERM.
       005-RETIRE-COURSE.
           PERFORM 006-EDIT-EFF-TERM THRU 006-EXIT
           IF WS-REASON-TEXT = SPACES THEN
              MOVE CTX-COURSE-ID TO CAT-COURSE-ID
              READ COURSE-CATALOG-FILE
                  INVALID KEY
                     MOVE "COURSE NOT ON CATALOG" TO WS-REASON-TEXT
              END-READ
           END-IF
           IF WS-REASON-TEXT = SPACES THEN
              EVALUATE TRUE
                 WHEN CAT-RETIRED
                    MOVE "COURSE ALREADY RETIRED" TO WS-REASON-TEXT
                 WHEN CTX-EFF-TERM-N < CAT-EFF-TERM
                    MOVE "RETIRE TERM BEFORE EFF TERM"
                         TO WS-REASON-TEXT
                 WHEN OTHER
                    MOVE COURSE-CATALOG-RECORD TO WS-CAT-SAVED-IMAGE
                    SET CAT-RETIRED TO TRUE
                    MOVE CTX-EFF-TERM-N TO CAT-RETIRE-TERM
                    MOVE WS-RUN-DATE TO CAT-CHANGE-DATE
                    PERFORM 010-REWRITE-CATALOG THRU 010-EXIT
                    IF WS-REASON-TEXT = SPACES THEN
                       ADD 1 TO WS-RETIRED-COUNT
                       MOVE "RETIRED" TO WS-IMAGE-ACTION
                       PERFORM 009A-WRITE-BEFORE-AFTER THRU 009A-EXIT
                    END-IF
              END-EVALUATE
           END-IF
           .

       005-EXIT.
           EXIT.

       006-EDIT-EFF-TERM.
           IF CTX-EFF-TERM NOT NUMERIC OR CTX-EFF-TERM(5:1) = "0" THEN
              MOVE "BAD EFFECTIVE TERM" TO WS-REASON-TEXT
           END-IF
           .

       006-EXIT.
           EXIT.

       007-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO CATRPT-LINE
           MOVE "REJECTED" TO CATRPT-LINE(1:8)
           MOVE "CARD " TO CATRPT-LINE(10:5)
           MOVE CTX-ACTION TO CATRPT-LINE(15:1)
           MOVE CTX-COURSE-ID TO CATRPT-LINE(17:6)
           MOVE WS-REASON-TEXT TO CATRPT-LINE(25:30)
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           .

       007-EXIT.
           EXIT.

       008-WRITE-RPT-TOTALS.
           MOVE SPACES TO CATRPT-LINE
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CATRPT-LINE
           STRING "CARDS READ .......... " WS-RPT-COUNT-ED
                  INTO CATRPT-LINE
           END-STRING
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CATRPT-LINE
           STRING "COURSES ADDED ....... " WS-RPT-COUNT-ED
                  INTO CATRPT-LINE
           END-STRING
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CATRPT-LINE
           STRING "COURSES CHANGED ..... " WS-RPT-COUNT-ED
                  INTO CATRPT-LINE
           END-STRING
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-RETIRED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CATRPT-LINE
           STRING "COURSES RETIRED ..... " WS-RPT-COUNT-ED
                  INTO CATRPT-LINE
           END-STRING
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO CATRPT-LINE
           STRING "CARDS REJECTED ...... " WS-RPT-COUNT-ED
                  INTO CATRPT-LINE
           END-STRING
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           .

       008-EXIT.
           EXIT.

      *    ONE LISTING LINE FOR THE CATALOG RECORD CURRENTLY IN THE
      *    RECORD AREA, UNDER WS-IMAGE-ACTION AND WS-IMAGE-LABEL.
       009-WRITE-IMAGE-LINE.
           IF CAT-RETIRED THEN
              MOVE "RETIRED" TO WS-RPT-STATUS
           ELSE
              MOVE "ACTIVE" TO WS-RPT-STATUS
           END-IF
           MOVE SPACES TO CATRPT-LINE
           MOVE WS-IMAGE-ACTION TO CATRPT-LINE(1:8)
           MOVE WS-IMAGE-LABEL TO CATRPT-LINE(10:6)
           MOVE CAT-COURSE-ID TO CATRPT-LINE(17:6)
           MOVE CAT-TITLE TO CATRPT-LINE(25:50)
           MOVE CAT-CREDIT-HOURS TO CATRPT-LINE(76:1)
           MOVE CAT-DEPT-CODE TO CATRPT-LINE(79:4)
           MOVE CAT-EFF-TERM TO CATRPT-LINE(85:5)
           IF CAT-RETIRED THEN
              MOVE CAT-RETIRE-TERM TO CATRPT-LINE(92:5)
           END-IF
           MOVE WS-RPT-STATUS TO CATRPT-LINE(100:7)
           WRITE CATRPT-LINE AFTER ADVANCING 1 LINE
           .

       009-EXIT.
           EXIT.

      *    BEFORE LINE FROM THE SAVED IMAGE, THEN THE AFTER LINE FROM
      *    THE RECORD AS REWRITTEN.
       009A-WRITE-BEFORE-AFTER.
           MOVE COURSE-CATALOG-RECORD TO WS-CAT-AFTER-IMAGE
           MOVE WS-CAT-SAVED-IMAGE TO COURSE-CATALOG-RECORD
           MOVE "BEFORE" TO WS-IMAGE-LABEL
           PERFORM 009-WRITE-IMAGE-LINE THRU 009-EXIT
           MOVE WS-CAT-AFTER-IMAGE TO COURSE-CATALOG-RECORD
           MOVE SPACES TO WS-IMAGE-ACTION
           MOVE "AFTER" TO WS-IMAGE-LABEL
           PERFORM 009-WRITE-IMAGE-LINE THRU 009-EXIT
           .

       009A-EXIT.
           EXIT.

      *    A FAILED REWRITE REJECTS THE CARD WITH THE FILE STATUS; THE
      *    CATALOG RECORD IS AS IT WAS BEFORE THE CARD.
       010-REWRITE-CATALOG.
           REWRITE COURSE-CATALOG-RECORD
               INVALID KEY
                  CONTINUE
           END-REWRITE
           IF WS-CAT-STATUS NOT = "00" THEN
              STRING "REWRITE FAILED, STATUS " WS-CAT-STATUS
                     INTO WS-REASON-TEXT
              END-STRING
           END-IF
           .

       010-EXIT.
           EXIT.
