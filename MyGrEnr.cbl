       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRENR.
       AUTHOR. 62160246.
      *    TERM-END ENROLLMENT-STATUS SUBMISSION FOR THE STUDENT
      *    CLEARINGHOUSE (LOAN DEFERMENTS, INSURANCE VERIFICATIONS).
      *    THE RUN TERM (YYYYT) AND THE MODE COME FROM SYSIN. EVERY
      *    STUDENT ON THE TERM'S AVGOUT GETS ONE ENROLLMENT STATUS:
      *      F  FULL-TIME          ENROLLED HOURS AT OR ABOVE THE
      *                            ENRCTL FULL-TIME MINIMUM
      *      Q  THREE-QUARTER TIME AT OR ABOVE THE THREE-QUARTER MINIMUM
      *      H  HALF-TIME          AT OR ABOVE THE HALF-TIME MINIMUM
      *      L  LESS THAN HALF-TIME ANY ENROLLED HOURS BELOW THAT
      *      W  WITHDRAWN          NO ENROLLED HOURS LEFT, BUT STATUS-W
      *                            ROWS FOR THE TERM ON CUMHIST
      *      G  GRADUATED          ON CANDOUT (MYGRDEG'S CANDIDATES)
      *    ENROLLED HOURS ARE AVG-TERM-HOURS (THE TERM'S GPA HOURS AS
      *    MYGRADE WROTE THEM) PLUS WHATEVER ELSE THE TERM'S CUMHIST
      *    SLOT SAYS THE STUDENT SAT AND IS STILL ON THE BOOKS FOR --
      *    P/NP AND INCOMPLETE HOURS -- THAT IS, THE SLOT'S ATTEMPTED
      *    HOURS LESS THE TERM'S WITHDRAWN (W) AND TRANSFER (T) ROW
      *    HOURS, WHEN THAT COMES TO MORE THAN AVG-TERM-HOURS.
      *    A CANDOUT STUDENT NOT ON AVGOUT IS REPORTED GRADUATED ONLY
      *    IF CUMHIST HAS A SLOT FOR THE RUN TERM -- CANDOUT CARRIES
      *    EVERY STUDENT WHO MEETS A PROGRAM, INCLUDING THOSE WHO
      *    FINISHED IN EARLIER TERMS AND WERE REPORTED THEN.
      *    NAME AND ADDRESS COME FROM THE STUDENT MASTER (STUMAST). A
      *    STUDENT WITHOUT A NAME, A FIRST ADDRESS LINE, A LAST
      *    (CITY/STATE/ZIP) ADDRESS LINE AND A PROGRAM CANNOT BE
      *    REPORTED: IT IS LISTED ON ENRERR AND LEFT OFF THE FILE
      *    (RC 4) UNTIL STUMAST IS FIXED.
      *    ENRSUB IS THE SUBMISSION (HEADER, DETAILS, TRAILER -- SEE
      *    THE FD). ENRIMG IS THE STATUS OF EVERY REPORTABLE STUDENT
      *    AS THIS RUN SAW IT, WRITTEN IN BOTH MODES; A CORRECTION RUN
      *    (MODE C) READS THE IMAGE OF THE LAST FILE SENT (PRVIMG) AND
      *    PUTS ON ENRSUB ONLY THE STUDENTS WHOSE STATUS DIFFERS FROM
      *    IT OR WHO WERE NOT ON IT. A STUDENT ON THE LAST IMAGE BUT
      *    NOT REPORTABLE NOW IS LISTED ON ENRERR FOR THE REGISTRAR
      *    TO SETTLE WITH THE CLEARINGHOUSE BY HAND.
      *    READ-ONLY AGAINST CUMHIST, SO IT TAKES NO CUMHIST LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-CONTROL-FILE ASSIGN TO ENRCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
           SELECT AVERAGE-FILE ASSIGN TO AVGIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AVG-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO CANDOUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAND-STATUS.
           SELECT CUMULATIVE-HISTORY-FILE ASSIGN TO CUMHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO STUMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STU-STUDENT-ID
              FILE STATUS IS WS-STU-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO TRMCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAL-TERM-ID
              FILE STATUS IS WS-CAL-STATUS.
           SELECT PRIOR-IMAGE-FILE ASSIGN TO PRVIMG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRV-STATUS.
           SELECT STATUS-IMAGE-FILE ASSIGN TO ENRIMG
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBMISSION-FILE ASSIGN TO ENRSUB
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-LIST-FILE ASSIGN TO ENRERR
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-CONTROL-FILE.
      *    REGISTRAR-MAINTAINED CONTROL CARDS; COLUMN 1 SAYS WHICH
      *    VIEW OF THE CARD APPLIES.
      *    R = RULE CARD. THE RULE WITH THE HIGHEST CTL-EFF-TERM AT
      *        OR BELOW THE RUN TERM IS THE ONE IN FORCE, SAME AS A
      *        SAPCTL RULE. THE MINIMUM ENROLLED HOURS FOR FULL-TIME,
      *        THREE-QUARTER AND HALF-TIME (12, 09, 06) MUST NOT RISE
      *        FROM HALF-TIME TO FULL-TIME.
      *    S = SCHOOL CARD. THE CLEARINGHOUSE SCHOOL CODE AND BRANCH
      *        FOR THE HEADER RECORD. THE LAST ONE ON THE FILE RULES.
       01 ENROLLMENT-CONTROL-REC.
          05 CTL-CARD-TYPE      PIC X(1).
             88 CTL-RULE-CARD                 VALUE "R".
             88 CTL-SCHOOL-CARD               VALUE "S".
          05 FILLER             PIC X(79).
       01 ENROLLMENT-RULE-CARD.
          05 FILLER             PIC X(1).
          05 CTL-EFF-TERM       PIC 9(5).
          05 CTL-FULL-HOURS     PIC 9(2).
          05 CTL-THREEQ-HOURS   PIC 9(2).
          05 CTL-HALF-HOURS     PIC 9(2).
          05 FILLER             PIC X(68).
       01 ENROLLMENT-SCHOOL-CARD.
          05 FILLER             PIC X(1).
          05 CTL-SCHOOL-CODE    PIC X(8).
          05 CTL-BRANCH-CODE    PIC X(2).
          05 FILLER             PIC X(69).
       FD  AVERAGE-FILE.
      *    LAYOUT OF THE GRADE-AVG RECORD MYGRADE WRITES TO AVGOUT --
      *    KEEP THE TWO IN STEP.
       01 AVERAGE-REC.
          05 AVG-STUDENT-ID     PIC 9(6).
          05 AVG-GPA            PIC 9(2)V9(3).
          05 AVG-DEPT-GPA OCCURS 10 TIMES
                                PIC 9(2)V9(3).
          05 AVG-CUM-GPA        PIC 9(2)V9(3).
          05 AVG-TERM-HOURS     PIC 9(3).
          05 AVG-CUM-HOURS      PIC 9(5).
       FD  CANDIDATE-FILE.
      *    LAYOUT OF THE CANDIDATE-DETAIL RECORD MYGRDEG WRITES TO
      *    CANDOUT -- KEEP THE TWO IN STEP.
       01 CANDIDATE-DETAIL.
          05 CAND-STUDENT-ID    PIC 9(6).
          05 CAND-PGM-CODE      PIC X(4).
          05 CAND-CUM-DEGREE    PIC 9(5).
          05 CAND-CUM-GPA       PIC 9(2)V9(3).
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.
       FD  TERM-CALENDAR-FILE.
       COPY TERMCAL.
       FD  PRIOR-IMAGE-FILE.
      *    THE ENRIMG RECORD OF THE RUN THAT PRODUCED THE LAST FILE
      *    SENT -- SAME LAYOUT AS STATUS-IMAGE-REC BELOW.
       01 PRIOR-IMAGE-REC.
          05 PRV-STUDENT-ID     PIC 9(6).
          05 PRV-TERM           PIC 9(5).
          05 PRV-STATUS         PIC X(1).
          05 PRV-HOURS          PIC 9(3).
       FD  STATUS-IMAGE-FILE.
       01 STATUS-IMAGE-REC.
          05 IMG-STUDENT-ID     PIC 9(6).
          05 IMG-TERM           PIC 9(5).
          05 IMG-STATUS         PIC X(1).
          05 IMG-HOURS          PIC 9(3).
       FD  SUBMISSION-FILE.
      *    THE CLEARINGHOUSE SUBMISSION: ONE HEADER, ONE DETAIL PER
      *    REPORTED STUDENT, ONE TRAILER WITH THE DETAIL COUNT AND
      *    THE COUNT BY STATUS; COLUMN 1 SAYS WHICH VIEW APPLIES.
      *    SUBH-FILE-TYPE IS S FOR A FULL TERM SUBMISSION, C FOR A
      *    CORRECTION. DATES ARE YYYYMMDD; SUBD-STATUS-DATE IS THE
      *    DATE THE STATUS TOOK EFFECT (THE TERM END DATE FOR EVERY
      *    STATUS). FIXED 150-BYTE RECORDS -- DO NOT REARRANGE WITHOUT
      *    THE CLEARINGHOUSE.
       01 SUBMISSION-REC.
          05 SUB-RECORD-TYPE    PIC X(1).
          05 FILLER             PIC X(149).
       01 SUBMISSION-HEADER.
          05 SUBH-TYPE          PIC X(1).
          05 SUBH-SCHOOL-CODE   PIC X(8).
          05 SUBH-BRANCH-CODE   PIC X(2).
          05 SUBH-TERM          PIC 9(5).
          05 SUBH-TERM-BEGIN    PIC 9(8).
          05 SUBH-TERM-END      PIC 9(8).
          05 SUBH-FILE-TYPE     PIC X(1).
          05 SUBH-RUN-DATE      PIC 9(8).
          05 FILLER             PIC X(109).
       01 SUBMISSION-DETAIL.
          05 SUBD-TYPE          PIC X(1).
          05 SUBD-STUDENT-ID    PIC 9(6).
          05 SUBD-NAME          PIC X(25).
          05 SUBD-ADDR1         PIC X(30).
          05 SUBD-ADDR2         PIC X(30).
          05 SUBD-ADDR3         PIC X(30).
          05 SUBD-PROGRAM       PIC X(4).
          05 SUBD-STATUS        PIC X(1).
          05 SUBD-STATUS-DATE   PIC 9(8).
          05 SUBD-HOURS         PIC 9(3).
          05 SUBD-TERM          PIC 9(5).
          05 FILLER             PIC X(7).
       01 SUBMISSION-TRAILER.
          05 SUBT-TYPE          PIC X(1).
          05 SUBT-DETAIL-COUNT  PIC 9(8).
          05 SUBT-FULL-COUNT    PIC 9(8).
          05 SUBT-THREEQ-COUNT  PIC 9(8).
          05 SUBT-HALF-COUNT    PIC 9(8).
          05 SUBT-LESS-COUNT    PIC 9(8).
          05 SUBT-WDRAWN-COUNT  PIC 9(8).
          05 SUBT-GRAD-COUNT    PIC 9(8).
          05 FILLER             PIC X(93).
       FD  ERROR-LIST-FILE.
       01 ENRERR-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC X(2).
       01 WS-CTL-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-CONTROL-FILE              VALUE "Y".
       01 WS-AVG-STATUS         PIC X(2).
       01 WS-AVG-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-AVERAGE-FILE              VALUE "Y".
       01 WS-CAND-STATUS        PIC X(2).
       01 WS-CAND-EOF-SW        PIC X(1)      VALUE "N".
          88 END-OF-CANDIDATE-FILE            VALUE "Y".
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-STU-STATUS         PIC X(2).
       01 WS-STU-FOUND-SW       PIC X(1)      VALUE "N".
          88 STU-FOUND                        VALUE "Y".
       01 WS-CAL-STATUS         PIC X(2).
       01 WS-PRV-STATUS         PIC X(2).
       01 WS-PRV-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-PRIOR-IMAGE               VALUE "Y".
      *    SYSIN CARD: TERM (YYYYT) IN COLUMNS 1-5, MODE IN COLUMN 6 --
      *    S (OR BLANK) FOR THE TERM'S FULL SUBMISSION, C FOR A
      *    CORRECTION AGAINST THE LAST FILE SENT.
       01 WS-RUN-CARD.
          05 WS-RUN-TERM-IN     PIC X(5).
          05 WS-RUN-MODE        PIC X(1).
             88 FULL-SUBMISSION               VALUE "S" " ".
             88 CORRECTION-RUN                VALUE "C".
          05 FILLER             PIC X(74).
       01 WS-RUN-TERM           PIC 9(5)      VALUE ZERO.
       01 WS-TERM-BEGIN         PIC 9(8)      VALUE ZERO.
       01 WS-TERM-END           PIC 9(8)      VALUE ZERO.
      *    THE RULE IN FORCE FOR THE RUN TERM, PICKED OFF THE RULE
      *    TABLE AT START-UP (011-PICK-RULE).
       01 WS-RULE-FOUND-SW      PIC X(1)      VALUE "N".
          88 RULE-FOUND                       VALUE "Y".
       01 WS-RULE-EFF-TERM      PIC 9(5)      VALUE ZERO.
       01 WS-RULE-FULL-HOURS    PIC 9(2)      VALUE ZERO.
       01 WS-RULE-THREEQ-HOURS  PIC 9(2)      VALUE ZERO.
       01 WS-RULE-HALF-HOURS    PIC 9(2)      VALUE ZERO.
       01 RULE-TABLE.
          05 RULE-ENTRY-MAX     PIC 9(3)      COMP VALUE 50.
          05 RULE-ENTRY-COUNT   PIC 9(3)      COMP VALUE ZERO.
          05 RULE-ENTRY OCCURS 50 TIMES.
             10 RULE-TAB-EFF-TERM     PIC 9(5).
             10 RULE-TAB-FULL-HOURS   PIC 9(2).
             10 RULE-TAB-THREEQ-HOURS PIC 9(2).
             10 RULE-TAB-HALF-HOURS   PIC 9(2).
       01 WS-RULE-IDX           PIC 9(3)      COMP.
       01 WS-SCHOOL-CODE        PIC X(8)      VALUE SPACES.
       01 WS-BRANCH-CODE        PIC X(2)      VALUE SPACES.
       01 WS-CTL-DROP-COUNT     PIC 9(8)      VALUE ZERO.
      *    CANDOUT IN CORE. CND-TAB-USED IS SET WHEN THE STUDENT TURNS
      *    UP ON AVGOUT, SO THE REST CAN BE LOOKED AT AFTERWARDS.
       01 CANDIDATE-TABLE.
          05 CND-ENTRY-MAX      PIC 9(5)      COMP VALUE 2000.
          05 CND-ENTRY-COUNT    PIC 9(5)      COMP VALUE ZERO.
          05 CND-ENTRY OCCURS 2000 TIMES.
             10 CND-TAB-STUDENT-ID PIC 9(6).
             10 CND-TAB-USED       PIC X(1).
       01 WS-CND-IDX            PIC 9(5)      COMP.
       01 WS-CND-FOUND-IDX      PIC 9(5)      COMP.
      *    THE LAST IMAGE SENT, FOR A CORRECTION RUN ONLY -- SIZED
      *    LIKE THE MYGRRNK ROSTER. PRV-TAB-SEEN IS SET WHEN THIS RUN
      *    REPORTS THE STUDENT AGAIN.
       01 PRIOR-IMAGE-TABLE.
          05 PRV-ENTRY-MAX      PIC 9(5)      COMP VALUE 5000.
          05 PRV-ENTRY-COUNT    PIC 9(5)      COMP VALUE ZERO.
          05 PRV-ENTRY OCCURS 5000 TIMES.
             10 PRV-TAB-STUDENT-ID PIC 9(6).
             10 PRV-TAB-STATUS     PIC X(1).
             10 PRV-TAB-SEEN       PIC X(1).
       01 WS-PRV-IDX            PIC 9(5)      COMP.
       01 WS-PRV-FOUND-IDX      PIC 9(5)      COMP.
      *    KEEP WS-HIST-TERM-MAX EQUAL TO THE HIST-TERM-ENTRY OCCURS
      *    COUNT IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-TERM-MAX      PIC 9(2)      COMP VALUE 12.
       01 WS-HIST-TERM-IDX      PIC 9(2)      COMP.
       01 WS-RUN-SLOT           PIC 9(2)      COMP.
       01 WS-CRS-I              PIC 9(3)      COMP.
      *    ONE STUDENT'S FIGURES.
       01 WS-CUR-STUDENT-ID     PIC 9(6).
       01 WS-AVG-HOURS          PIC 9(3).
       01 WS-W-HOURS            PIC 9(3).
       01 WS-T-HOURS            PIC 9(3).
       01 WS-SLOT-HOURS         PIC S9(4).
       01 WS-ENROLLED-HOURS     PIC 9(3).
       01 WS-GRAD-SW            PIC X(1).
          88 STUDENT-GRADUATED                VALUE "Y".
       01 WS-ENR-STATUS         PIC X(1).
          88 ENR-FULL-TIME                    VALUE "F".
          88 ENR-THREE-QUARTER                VALUE "Q".
          88 ENR-HALF-TIME                    VALUE "H".
          88 ENR-LESS-THAN-HALF               VALUE "L".
          88 ENR-WITHDRAWN                    VALUE "W".
          88 ENR-GRADUATED                    VALUE "G".
          88 ENR-NOT-ENROLLED                 VALUE SPACE.
       01 WS-ERR-REASON         PIC X(40).
       01 WS-IDENT-SW           PIC X(1).
          88 IDENTITY-COMPLETE                VALUE "Y".
       01 WS-AVG-READ-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-AVG-SEQ-PREV       PIC 9(6)      VALUE ZERO.
       01 WS-NOT-ENROLLED-COUNT PIC 9(8)      VALUE ZERO.
       01 WS-CAND-PRIOR-COUNT   PIC 9(8)      VALUE ZERO.
       01 WS-ERROR-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-IMAGE-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-UNCHANGED-COUNT    PIC 9(8)      VALUE ZERO.
       01 WS-PRV-GONE-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-DETAIL-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-FULL-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-THREEQ-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-HALF-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-LESS-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-WDRAWN-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-GRAD-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-TABLE-DROP-COUNT   PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-BAL-FIELDS.
          05 WS-BAL-LABEL       PIC X(28).
          05 WS-BAL-COUNT       PIC 9(8).
          05 WS-BAL-COUNT-ED    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           MOVE SPACES TO WS-RUN-CARD
           ACCEPT WS-RUN-CARD
           IF WS-RUN-TERM-IN NUMERIC
              AND WS-RUN-TERM-IN NOT = "00000"
              AND (FULL-SUBMISSION OR CORRECTION-RUN) THEN
              MOVE WS-RUN-TERM-IN TO WS-RUN-TERM
           ELSE
              DISPLAY "MYGRENR INVALID RUN CARD: " WS-RUN-TERM-IN
                   WS-RUN-MODE " - EXPECT TERM (5) THEN MODE S OR C"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 010-LOAD-CONTROL THRU 010-EXIT
           PERFORM 011-PICK-RULE THRU 011-EXIT
           IF NOT RULE-FOUND OR WS-SCHOOL-CODE = SPACES THEN
              DISPLAY "MYGRENR CANNOT RUN - NEED AN ENROLLMENT RULE"
                   " IN FORCE FOR TERM " WS-RUN-TERM
                   " AND A SCHOOL CARD, CHECK ENRCTL, STATUS "
                   WS-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 015-READ-CALENDAR THRU 015-EXIT
           IF WS-TERM-END = ZERO THEN
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STU-STATUS NOT = "00" THEN
              DISPLAY "MYGRENR CANNOT RUN WITHOUT A STUDENT MASTER -"
                   " CHECK STUMAST, STATUS " WS-STU-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 013-LOAD-CANDIDATES THRU 013-EXIT
           IF CORRECTION-RUN THEN
              PERFORM 014-LOAD-PRIOR-IMAGE THRU 014-EXIT
              IF WS-PRV-STATUS NOT = "00" AND NOT = "10" THEN
                 CLOSE STUDENT-MASTER-FILE
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           OPEN INPUT AVERAGE-FILE
           IF WS-AVG-STATUS NOT = "00" THEN
              DISPLAY "MYGRENR CANNOT OPEN AVGIN, STATUS "
                   WS-AVG-STATUS
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRENR CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              CLOSE AVERAGE-FILE
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SUBMISSION-FILE
           OPEN OUTPUT STATUS-IMAGE-FILE
           OPEN OUTPUT ERROR-LIST-FILE
           PERFORM 001-WRITE-HEADERS THRU 001-EXIT
           PERFORM UNTIL END-OF-AVERAGE-FILE
                   READ AVERAGE-FILE
                   AT END
                      SET END-OF-AVERAGE-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-AVG-READ-COUNT
                      PERFORM 002-PROCESS-STUDENT THRU 002-EXIT
                   END-READ
           END-PERFORM
           PERFORM 003-PROCESS-CANDIDATE THRU 003-EXIT
                VARYING WS-CND-IDX FROM 1 BY 1
                UNTIL WS-CND-IDX > CND-ENTRY-COUNT
           IF CORRECTION-RUN THEN
              PERFORM 006-LIST-PRIOR-GONE THRU 006-EXIT
                   VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > PRV-ENTRY-COUNT
           END-IF
           PERFORM 007-WRITE-TRAILER THRU 007-EXIT
           PERFORM 008-WRITE-TOTALS THRU 008-EXIT
           CLOSE AVERAGE-FILE
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE SUBMISSION-FILE
           CLOSE STATUS-IMAGE-FILE
           CLOSE ERROR-LIST-FILE
      *    A STUDENT HELD OFF THE FILE IS STILL OWED A REPORT -- RC 4
      *    SO ENRERR IS WORKED BEFORE THE FILE GOES OUT. A TABLE
      *    OVERFLOW MEANS STUDENTS WERE MISJUDGED -- DO NOT SEND.
           IF WS-ERROR-COUNT > ZERO
              OR WS-PRV-GONE-COUNT > ZERO
              OR WS-CTL-DROP-COUNT > ZERO THEN
              IF RETURN-CODE = ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-TABLE-DROP-COUNT > ZERO THEN
              MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "MYGRENR TERM " WS-RUN-TERM " MODE " WS-RUN-MODE
                " AVGOUT READ " WS-AVG-READ-COUNT
                " DETAILS " WS-DETAIL-COUNT
                " ERRORS " WS-ERROR-COUNT
           GOBACK.

       001-WRITE-HEADERS.
           MOVE SPACES TO SUBMISSION-HEADER
           MOVE "H" TO SUBH-TYPE
           MOVE WS-SCHOOL-CODE TO SUBH-SCHOOL-CODE
           MOVE WS-BRANCH-CODE TO SUBH-BRANCH-CODE
           MOVE WS-RUN-TERM TO SUBH-TERM
           MOVE WS-TERM-BEGIN TO SUBH-TERM-BEGIN
           MOVE WS-TERM-END TO SUBH-TERM-END
           MOVE "S" TO SUBH-FILE-TYPE
           IF CORRECTION-RUN THEN
              MOVE "C" TO SUBH-FILE-TYPE
           END-IF
           MOVE WS-RUN-DATE TO SUBH-RUN-DATE
           WRITE SUBMISSION-HEADER
           MOVE SPACES TO ENRERR-LINE
           STRING "MYGRADE ENROLLMENT REPORTING ERRORS   RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO ENRERR-LINE
           END-STRING
           WRITE ENRERR-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO ENRERR-LINE
           STRING "TERM " WS-RUN-TERM "   MODE " SUBH-FILE-TYPE
                  "   - STUDENTS BELOW ARE NOT ON ENRSUB"
                  INTO ENRERR-LINE
           END-STRING
           WRITE ENRERR-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO ENRERR-LINE
           WRITE ENRERR-LINE AFTER ADVANCING 1 LINE
           MOVE "STUDENT  ST  REASON" TO ENRERR-LINE
           WRITE ENRERR-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

      *    AVGOUT IS IN STUDENT-ID ORDER (ONE RECORD PER STUDENT); A
      *    RECORD OUT OF ORDER IS STILL JUDGED BUT SAID SO ON SYSOUT.
       002-PROCESS-STUDENT.
           IF AVG-STUDENT-ID NOT NUMERIC THEN
              DISPLAY "MYGRENR AVGIN RECORD SKIPPED, BAD ID: "
                   AVG-STUDENT-ID
              GO TO 002-EXIT
           END-IF
           IF AVG-STUDENT-ID < WS-AVG-SEQ-PREV THEN
              DISPLAY "MYGRENR AVGIN OUT OF ORDER AT " AVG-STUDENT-ID
           END-IF
           MOVE AVG-STUDENT-ID TO WS-AVG-SEQ-PREV
           MOVE AVG-STUDENT-ID TO WS-CUR-STUDENT-ID
           MOVE AVG-TERM-HOURS TO WS-AVG-HOURS
           MOVE "N" TO WS-GRAD-SW
           MOVE ZERO TO WS-CND-FOUND-IDX
           PERFORM 002A-MATCH-CANDIDATE THRU 002A-EXIT
                VARYING WS-CND-IDX FROM 1 BY 1
                UNTIL WS-CND-IDX > CND-ENTRY-COUNT
                   OR WS-CND-FOUND-IDX > ZERO
           IF WS-CND-FOUND-IDX > ZERO THEN
              SET STUDENT-GRADUATED TO TRUE
              MOVE "Y" TO CND-TAB-USED(WS-CND-FOUND-IDX)
           END-IF
           PERFORM 002B-MEASURE-TERM THRU 002B-EXIT
           PERFORM 004-DECIDE-STATUS THRU 004-EXIT
           IF ENR-NOT-ENROLLED THEN
              ADD 1 TO WS-NOT-ENROLLED-COUNT
              GO TO 002-EXIT
           END-IF
           PERFORM 005-REPORT-STUDENT THRU 005-EXIT
           .

       002-EXIT.
           EXIT.

       002A-MATCH-CANDIDATE.
           IF CND-TAB-STUDENT-ID(WS-CND-IDX) = WS-CUR-STUDENT-ID THEN
              MOVE WS-CND-IDX TO WS-CND-FOUND-IDX
           END-IF
           .

       002A-EXIT.
           EXIT.

      *    THE TERM'S CUMHIST SLOT AND ITS W AND T ROW HOURS. A
      *    STUDENT NOT ON CUMHIST (OR WITH NO SLOT FOR THE TERM) IS
      *    JUDGED ON AVG-TERM-HOURS ALONE.
       002B-MEASURE-TERM.
           MOVE ZERO TO WS-RUN-SLOT
           MOVE ZERO TO WS-W-HOURS
           MOVE ZERO TO WS-T-HOURS
           MOVE WS-AVG-HOURS TO WS-ENROLLED-HOURS
           MOVE WS-CUR-STUDENT-ID TO HIST-STUDENT-ID
           READ CUMULATIVE-HISTORY-FILE
               INVALID KEY
                  GO TO 002B-EXIT
           END-READ
           PERFORM 002D-FIND-SLOT THRU 002D-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           PERFORM 002C-ADD-ROW THRU 002C-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
           IF WS-RUN-SLOT > ZERO THEN
              COMPUTE WS-SLOT-HOURS =
                   HIST-TERM-ATT-HOURS(WS-RUN-SLOT)
                   - WS-W-HOURS - WS-T-HOURS
              IF WS-SLOT-HOURS > WS-ENROLLED-HOURS THEN
                 MOVE WS-SLOT-HOURS TO WS-ENROLLED-HOURS
              END-IF
           END-IF
           .

       002B-EXIT.
           EXIT.

       002C-ADD-ROW.
           IF HIST-CRS-TERM(WS-CRS-I) = WS-RUN-TERM THEN
              EVALUATE HIST-CRS-STATUS(WS-CRS-I)
                 WHEN "W"
                    ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-W-HOURS
                 WHEN "T"
                    ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-T-HOURS
              END-EVALUATE
           END-IF
           .

       002C-EXIT.
           EXIT.

       002D-FIND-SLOT.
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) = WS-RUN-TERM
              AND WS-RUN-SLOT = ZERO THEN
              MOVE WS-HIST-TERM-IDX TO WS-RUN-SLOT
           END-IF
           .

       002D-EXIT.
           EXIT.

      *    A CANDIDATE AVGOUT DID NOT CARRY GRADUATED THIS TERM ONLY
      *    IF CUMHIST HAS A SLOT FOR THE TERM (SEE THE PROGRAM NOTE).
       003-PROCESS-CANDIDATE.
           IF CND-TAB-USED(WS-CND-IDX) = "Y" THEN
              GO TO 003-EXIT
           END-IF
           MOVE CND-TAB-STUDENT-ID(WS-CND-IDX) TO WS-CUR-STUDENT-ID
           MOVE ZERO TO WS-AVG-HOURS
           SET STUDENT-GRADUATED TO TRUE
           PERFORM 002B-MEASURE-TERM THRU 002B-EXIT
           IF WS-RUN-SLOT = ZERO THEN
              ADD 1 TO WS-CAND-PRIOR-COUNT
              GO TO 003-EXIT
           END-IF
           PERFORM 004-DECIDE-STATUS THRU 004-EXIT
           PERFORM 005-REPORT-STUDENT THRU 005-EXIT
           .

       003-EXIT.
           EXIT.

       004-DECIDE-STATUS.
           EVALUATE TRUE
              WHEN STUDENT-GRADUATED
                 SET ENR-GRADUATED TO TRUE
              WHEN WS-ENROLLED-HOURS >= WS-RULE-FULL-HOURS
                 SET ENR-FULL-TIME TO TRUE
              WHEN WS-ENROLLED-HOURS >= WS-RULE-THREEQ-HOURS
                 SET ENR-THREE-QUARTER TO TRUE
              WHEN WS-ENROLLED-HOURS >= WS-RULE-HALF-HOURS
                 SET ENR-HALF-TIME TO TRUE
              WHEN WS-ENROLLED-HOURS > ZERO
                 SET ENR-LESS-THAN-HALF TO TRUE
              WHEN WS-W-HOURS > ZERO
                 SET ENR-WITHDRAWN TO TRUE
              WHEN OTHER
                 SET ENR-NOT-ENROLLED TO TRUE
           END-EVALUATE
           .

       004-EXIT.
           EXIT.

      *    IDENTITY CHECK, THEN THE IMAGE RECORD, THEN -- FOR A FULL
      *    SUBMISSION, OR A CORRECTION WHERE THE STATUS MOVED -- THE
      *    DETAIL RECORD.
       005-REPORT-STUDENT.
           PERFORM 005A-MATCH-MASTER THRU 005A-EXIT
           MOVE "Y" TO WS-IDENT-SW
           IF NOT STU-FOUND THEN
              MOVE "NOT ON STUDENT MASTER" TO WS-ERR-REASON
              PERFORM 005B-WRITE-ERROR THRU 005B-EXIT
           ELSE
              IF STU-NAME = SPACES THEN
                 MOVE "NAME MISSING ON STUMAST" TO WS-ERR-REASON
                 PERFORM 005B-WRITE-ERROR THRU 005B-EXIT
              END-IF
              IF STU-ADDR1 = SPACES THEN
                 MOVE "ADDRESS LINE 1 MISSING ON STUMAST"
                      TO WS-ERR-REASON
                 PERFORM 005B-WRITE-ERROR THRU 005B-EXIT
              END-IF
              IF STU-ADDR3 = SPACES THEN
                 MOVE "CITY/STATE/ZIP LINE MISSING ON STUMAST"
                      TO WS-ERR-REASON
                 PERFORM 005B-WRITE-ERROR THRU 005B-EXIT
              END-IF
              IF STU-PROGRAM = SPACES THEN
                 MOVE "PROGRAM MISSING ON STUMAST" TO WS-ERR-REASON
                 PERFORM 005B-WRITE-ERROR THRU 005B-EXIT
              END-IF
           END-IF
           IF NOT IDENTITY-COMPLETE THEN
              ADD 1 TO WS-ERROR-COUNT
              GO TO 005-EXIT
           END-IF
           MOVE WS-CUR-STUDENT-ID TO IMG-STUDENT-ID
           MOVE WS-RUN-TERM TO IMG-TERM
           MOVE WS-ENR-STATUS TO IMG-STATUS
           MOVE WS-ENROLLED-HOURS TO IMG-HOURS
           WRITE STATUS-IMAGE-REC
           ADD 1 TO WS-IMAGE-COUNT
           IF CORRECTION-RUN THEN
              MOVE ZERO TO WS-PRV-FOUND-IDX
              PERFORM 005C-MATCH-PRIOR THRU 005C-EXIT
                   VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > PRV-ENTRY-COUNT
                      OR WS-PRV-FOUND-IDX > ZERO
              IF WS-PRV-FOUND-IDX > ZERO THEN
                 MOVE "Y" TO PRV-TAB-SEEN(WS-PRV-FOUND-IDX)
                 IF PRV-TAB-STATUS(WS-PRV-FOUND-IDX) = WS-ENR-STATUS
                    THEN
                    ADD 1 TO WS-UNCHANGED-COUNT
                    GO TO 005-EXIT
                 END-IF
              END-IF
           END-IF
           MOVE SPACES TO SUBMISSION-DETAIL
           MOVE "D" TO SUBD-TYPE
           MOVE WS-CUR-STUDENT-ID TO SUBD-STUDENT-ID
           MOVE STU-NAME TO SUBD-NAME
           MOVE STU-ADDR1 TO SUBD-ADDR1
           MOVE STU-ADDR2 TO SUBD-ADDR2
           MOVE STU-ADDR3 TO SUBD-ADDR3
           MOVE STU-PROGRAM TO SUBD-PROGRAM
           MOVE WS-ENR-STATUS TO SUBD-STATUS
           MOVE WS-TERM-END TO SUBD-STATUS-DATE
           MOVE WS-ENROLLED-HOURS TO SUBD-HOURS
           MOVE WS-RUN-TERM TO SUBD-TERM
           WRITE SUBMISSION-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           EVALUATE TRUE
              WHEN ENR-FULL-TIME
                 ADD 1 TO WS-FULL-COUNT
              WHEN ENR-THREE-QUARTER
                 ADD 1 TO WS-THREEQ-COUNT
              WHEN ENR-HALF-TIME
                 ADD 1 TO WS-HALF-COUNT
              WHEN ENR-LESS-THAN-HALF
                 ADD 1 TO WS-LESS-COUNT
              WHEN ENR-WITHDRAWN
                 ADD 1 TO WS-WDRAWN-COUNT
              WHEN ENR-GRADUATED
                 ADD 1 TO WS-GRAD-COUNT
           END-EVALUATE
           .

       005-EXIT.
           EXIT.

       005A-MATCH-MASTER.
           MOVE "N" TO WS-STU-FOUND-SW
           MOVE WS-CUR-STUDENT-ID TO STU-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET STU-FOUND TO TRUE
           END-READ
           .

       005A-EXIT.
           EXIT.

       005B-WRITE-ERROR.
           MOVE "N" TO WS-IDENT-SW
           MOVE SPACES TO ENRERR-LINE
           STRING WS-CUR-STUDENT-ID "   " WS-ENR-STATUS "   "
                  WS-ERR-REASON
                  INTO ENRERR-LINE
           END-STRING
           WRITE ENRERR-LINE AFTER ADVANCING 1 LINE
           .

       005B-EXIT.
           EXIT.

       005C-MATCH-PRIOR.
           IF PRV-TAB-STUDENT-ID(WS-PRV-IDX) = WS-CUR-STUDENT-ID THEN
              MOVE WS-PRV-IDX TO WS-PRV-FOUND-IDX
           END-IF
           .

       005C-EXIT.
           EXIT.

      *    REPORTED LAST TIME, NOT REPORTABLE NOW (DROPPED OFF AVGOUT,
      *    OR NOW HELD FOR IDENTITY) -- THE CLEARINGHOUSE STILL HOLDS
      *    THE OLD STATUS, SO THE REGISTRAR DECIDES WHAT TO SEND.
       006-LIST-PRIOR-GONE.
           IF PRV-TAB-SEEN(WS-PRV-IDX) = "Y" THEN
              GO TO 006-EXIT
           END-IF
           ADD 1 TO WS-PRV-GONE-COUNT
           MOVE SPACES TO ENRERR-LINE
           STRING PRV-TAB-STUDENT-ID(WS-PRV-IDX) "   "
                  PRV-TAB-STATUS(WS-PRV-IDX) "   "
                  "ON LAST FILE SENT, NOT REPORTED THIS RUN"
                  INTO ENRERR-LINE
           END-STRING
           WRITE ENRERR-LINE AFTER ADVANCING 1 LINE
           .

       006-EXIT.
           EXIT.

       007-WRITE-TRAILER.
           MOVE SPACES TO SUBMISSION-TRAILER
           MOVE "T" TO SUBT-TYPE
           MOVE WS-DETAIL-COUNT TO SUBT-DETAIL-COUNT
           MOVE WS-FULL-COUNT TO SUBT-FULL-COUNT
           MOVE WS-THREEQ-COUNT TO SUBT-THREEQ-COUNT
           MOVE WS-HALF-COUNT TO SUBT-HALF-COUNT
           MOVE WS-LESS-COUNT TO SUBT-LESS-COUNT
           MOVE WS-WDRAWN-COUNT TO SUBT-WDRAWN-COUNT
           MOVE WS-GRAD-COUNT TO SUBT-GRAD-COUNT
           WRITE SUBMISSION-TRAILER
           .

       007-EXIT.
           EXIT.

       008-WRITE-TOTALS.
           MOVE SPACES TO ENRERR-LINE
           WRITE ENRERR-LINE AFTER ADVANCING 1 LINE
           MOVE "AVGOUT STUDENTS READ" TO WS-BAL-LABEL
           MOVE WS-AVG-READ-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "NO ENROLLED HOURS, NOT SENT" TO WS-BAL-LABEL
           MOVE WS-NOT-ENROLLED-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "CANDIDATES FROM EARLIER TERMS" TO WS-BAL-LABEL
           MOVE WS-CAND-PRIOR-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "HELD FOR IDENTITY ERRORS" TO WS-BAL-LABEL
           MOVE WS-ERROR-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "STATUS IMAGE RECORDS" TO WS-BAL-LABEL
           MOVE WS-IMAGE-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           IF CORRECTION-RUN THEN
              MOVE "UNCHANGED SINCE LAST FILE" TO WS-BAL-LABEL
              MOVE WS-UNCHANGED-COUNT TO WS-BAL-COUNT
              PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
              MOVE "ON LAST FILE, NOT REPORTED" TO WS-BAL-LABEL
              MOVE WS-PRV-GONE-COUNT TO WS-BAL-COUNT
              PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           END-IF
           MOVE "DETAIL RECORDS ON ENRSUB" TO WS-BAL-LABEL
           MOVE WS-DETAIL-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "  FULL-TIME" TO WS-BAL-LABEL
           MOVE WS-FULL-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "  THREE-QUARTER TIME" TO WS-BAL-LABEL
           MOVE WS-THREEQ-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "  HALF-TIME" TO WS-BAL-LABEL
           MOVE WS-HALF-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "  LESS THAN HALF-TIME" TO WS-BAL-LABEL
           MOVE WS-LESS-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "  WITHDRAWN" TO WS-BAL-LABEL
           MOVE WS-WDRAWN-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           MOVE "  GRADUATED" TO WS-BAL-LABEL
           MOVE WS-GRAD-COUNT TO WS-BAL-COUNT
           PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           IF WS-TABLE-DROP-COUNT > ZERO THEN
              MOVE "*** TABLE OVERFLOW - HOLD" TO WS-BAL-LABEL
              MOVE WS-TABLE-DROP-COUNT TO WS-BAL-COUNT
              PERFORM 008A-WRITE-COUNT THRU 008A-EXIT
           END-IF
           .

       008-EXIT.
           EXIT.

       008A-WRITE-COUNT.
           MOVE WS-BAL-COUNT TO WS-BAL-COUNT-ED
           MOVE SPACES TO ENRERR-LINE
           STRING WS-BAL-LABEL " ... " WS-BAL-COUNT-ED
                  INTO ENRERR-LINE
           END-STRING
           WRITE ENRERR-LINE AFTER ADVANCING 1 LINE
           .

       008A-EXIT.
           EXIT.

       010-LOAD-CONTROL.
           OPEN INPUT ENROLLMENT-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00" THEN
              DISPLAY "ENRCTL OPEN FAILED, STATUS " WS-CTL-STATUS
           ELSE
              PERFORM UNTIL END-OF-CONTROL-FILE
                      READ ENROLLMENT-CONTROL-FILE
                      AT END
                         SET END-OF-CONTROL-FILE TO TRUE
                      NOT AT END
                         PERFORM 010A-STORE-CARD THRU 010A-EXIT
                      END-READ
              END-PERFORM
              CLOSE ENROLLMENT-CONTROL-FILE
           END-IF
           .

       010-EXIT.
           EXIT.

       010A-STORE-CARD.
           EVALUATE TRUE
              WHEN CTL-RULE-CARD
                 IF CTL-EFF-TERM NOT NUMERIC
                    OR CTL-FULL-HOURS NOT NUMERIC
                    OR CTL-THREEQ-HOURS NOT NUMERIC
                    OR CTL-HALF-HOURS NOT NUMERIC
                    OR CTL-HALF-HOURS = ZERO
                    OR CTL-THREEQ-HOURS < CTL-HALF-HOURS
                    OR CTL-FULL-HOURS < CTL-THREEQ-HOURS THEN
                    DISPLAY "ENRCTL RULE CARD DROPPED, BAD FIELD: "
                         ENROLLMENT-CONTROL-REC
                    ADD 1 TO WS-CTL-DROP-COUNT
                 ELSE
                    IF RULE-ENTRY-COUNT >= RULE-ENTRY-MAX THEN
                       DISPLAY "ENRCTL RULE TABLE FULL, CARD DROPPED: "
                            ENROLLMENT-CONTROL-REC
                       ADD 1 TO WS-CTL-DROP-COUNT
                    ELSE
                       ADD 1 TO RULE-ENTRY-COUNT
                       MOVE CTL-EFF-TERM
                            TO RULE-TAB-EFF-TERM(RULE-ENTRY-COUNT)
                       MOVE CTL-FULL-HOURS
                            TO RULE-TAB-FULL-HOURS(RULE-ENTRY-COUNT)
                       MOVE CTL-THREEQ-HOURS
                            TO RULE-TAB-THREEQ-HOURS(RULE-ENTRY-COUNT)
                       MOVE CTL-HALF-HOURS
                            TO RULE-TAB-HALF-HOURS(RULE-ENTRY-COUNT)
                    END-IF
                 END-IF
              WHEN CTL-SCHOOL-CARD
                 IF CTL-SCHOOL-CODE = SPACES THEN
                    DISPLAY "ENRCTL SCHOOL CARD DROPPED, NO CODE: "
                         ENROLLMENT-CONTROL-REC
                    ADD 1 TO WS-CTL-DROP-COUNT
                 ELSE
                    MOVE CTL-SCHOOL-CODE TO WS-SCHOOL-CODE
                    MOVE CTL-BRANCH-CODE TO WS-BRANCH-CODE
                 END-IF
              WHEN OTHER
                 DISPLAY "ENRCTL CARD DROPPED, BAD TYPE: "
                      ENROLLMENT-CONTROL-REC
                 ADD 1 TO WS-CTL-DROP-COUNT
           END-EVALUATE
           .

       010A-EXIT.
           EXIT.

      *    THE RULE IN FORCE IS THE ONE WITH THE HIGHEST EFFECTIVE
      *    TERM NOT ABOVE THE RUN TERM.
       011-PICK-RULE.
           PERFORM 011A-SCAN-RULE THRU 011A-EXIT
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > RULE-ENTRY-COUNT
           .

       011-EXIT.
           EXIT.

       011A-SCAN-RULE.
           IF RULE-TAB-EFF-TERM(WS-RULE-IDX) NOT > WS-RUN-TERM
              AND (NOT RULE-FOUND
                   OR RULE-TAB-EFF-TERM(WS-RULE-IDX) NOT <
                      WS-RULE-EFF-TERM) THEN
              SET RULE-FOUND TO TRUE
              MOVE RULE-TAB-EFF-TERM(WS-RULE-IDX) TO WS-RULE-EFF-TERM
              MOVE RULE-TAB-FULL-HOURS(WS-RULE-IDX)
                   TO WS-RULE-FULL-HOURS
              MOVE RULE-TAB-THREEQ-HOURS(WS-RULE-IDX)
                   TO WS-RULE-THREEQ-HOURS
              MOVE RULE-TAB-HALF-HOURS(WS-RULE-IDX)
                   TO WS-RULE-HALF-HOURS
           END-IF
           .

       011A-EXIT.
           EXIT.

      *    A MISSING OR EMPTY CANDOUT IS A NORMAL TERM -- NOBODY IS
      *    REPORTED GRADUATED.
       013-LOAD-CANDIDATES.
           OPEN INPUT CANDIDATE-FILE
           IF WS-CAND-STATUS NOT = "00" THEN
              DISPLAY "CANDOUT OPEN FAILED, STATUS " WS-CAND-STATUS
                   " - NO GRADUATES REPORTED"
              GO TO 013-EXIT
           END-IF
           PERFORM UNTIL END-OF-CANDIDATE-FILE
                   READ CANDIDATE-FILE
                   AT END
                      SET END-OF-CANDIDATE-FILE TO TRUE
                   NOT AT END
                      PERFORM 013A-STORE-CANDIDATE THRU 013A-EXIT
                   END-READ
           END-PERFORM
           CLOSE CANDIDATE-FILE
           .

       013-EXIT.
           EXIT.

       013A-STORE-CANDIDATE.
           EVALUATE TRUE
              WHEN CAND-STUDENT-ID NOT NUMERIC
                 DISPLAY "CANDOUT RECORD DROPPED, BAD ID: "
                      CAND-STUDENT-ID
              WHEN CND-ENTRY-COUNT >= CND-ENTRY-MAX
                 DISPLAY "CANDIDATE TABLE FULL, RECORD DROPPED: "
                      CAND-STUDENT-ID
                 ADD 1 TO WS-TABLE-DROP-COUNT
              WHEN OTHER
                 ADD 1 TO CND-ENTRY-COUNT
                 MOVE CAND-STUDENT-ID
                      TO CND-TAB-STUDENT-ID(CND-ENTRY-COUNT)
                 MOVE "N" TO CND-TAB-USED(CND-ENTRY-COUNT)
           END-EVALUATE
           .

       013A-EXIT.
           EXIT.

      *    ONLY THE IMAGE FOR THE RUN TERM COUNTS -- AN IMAGE LEFT
      *    FROM ANOTHER TERM MEANS THE WRONG GENERATION WAS FED IN.
       014-LOAD-PRIOR-IMAGE.
           OPEN INPUT PRIOR-IMAGE-FILE
           IF WS-PRV-STATUS NOT = "00" THEN
              DISPLAY "MYGRENR CANNOT OPEN PRVIMG, STATUS "
                   WS-PRV-STATUS " - A CORRECTION NEEDS THE LAST IMAGE"
              GO TO 014-EXIT
           END-IF
           PERFORM UNTIL END-OF-PRIOR-IMAGE
                   READ PRIOR-IMAGE-FILE
                   AT END
                      SET END-OF-PRIOR-IMAGE TO TRUE
                   NOT AT END
                      PERFORM 014A-STORE-PRIOR THRU 014A-EXIT
                   END-READ
           END-PERFORM
           CLOSE PRIOR-IMAGE-FILE
           .

       014-EXIT.
           EXIT.

       014A-STORE-PRIOR.
           EVALUATE TRUE
              WHEN PRV-STUDENT-ID NOT NUMERIC
                 DISPLAY "PRVIMG RECORD DROPPED, BAD ID: "
                      PRV-STUDENT-ID
              WHEN PRV-TERM NOT = WS-RUN-TERM
                 DISPLAY "PRVIMG RECORD FOR TERM " PRV-TERM
                      " SKIPPED, STUDENT " PRV-STUDENT-ID
              WHEN PRV-ENTRY-COUNT >= PRV-ENTRY-MAX
                 DISPLAY "PRIOR IMAGE TABLE FULL, RECORD DROPPED: "
                      PRV-STUDENT-ID
                 ADD 1 TO WS-TABLE-DROP-COUNT
              WHEN OTHER
                 ADD 1 TO PRV-ENTRY-COUNT
                 MOVE PRV-STUDENT-ID
                      TO PRV-TAB-STUDENT-ID(PRV-ENTRY-COUNT)
                 MOVE PRV-STATUS TO PRV-TAB-STATUS(PRV-ENTRY-COUNT)
                 MOVE "N" TO PRV-TAB-SEEN(PRV-ENTRY-COUNT)
           END-EVALUATE
           .

       014A-EXIT.
           EXIT.

      *    THE TERM MUST BE ON THE CALENDAR -- ITS DATES GO ON THE
      *    HEADER AND EVERY DETAIL. WS-TERM-END STAYS ZERO ON FAILURE.
       015-READ-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRENR CANNOT OPEN TRMCAL, STATUS "
                   WS-CAL-STATUS
              GO TO 015-EXIT
           END-IF
           MOVE WS-RUN-TERM TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "MYGRENR TERM " WS-RUN-TERM
                       " NOT ON TRMCAL - ADD IT WITH MYGRCAL"
               NOT INVALID KEY
                  MOVE CAL-START-DATE TO WS-TERM-BEGIN
                  MOVE CAL-END-DATE TO WS-TERM-END
           END-READ
           CLOSE TERM-CALENDAR-FILE
           .

       015-EXIT.
           EXIT.
