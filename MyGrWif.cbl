       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRWIF.
       AUTHOR. 62160246.
      *    ADVISING-DESK GPA WHAT-IF, ALONGSIDE MYGRINQ. TAKES A
      *    REQUEST FILE (WHATIN) OF STUDENT CARDS, EACH FOLLOWED BY
      *    THE STUDENT'S PLANNED COURSES FOR A TERM, AND PRINTS ON
      *    WHATOUT WHAT THE TERM WOULD DO:
      *      - EACH PLANNED COURSE PRICED ON THE GRADESCL SCALE IN
      *        FORCE FOR THE TERM, EXACTLY AS MYGRADE WOULD PRICE IT;
      *      - THE PROJECTED TERM GPA, AND THE PROJECTED CUMULATIVE
      *        GPA WITH MYGRADE'S RETAKE RULE APPLIED -- A PLANNED
      *        COURSE THAT REPEATS AN IN-FORCE (STATUS A) ROW ON
      *        CUMHIST REPLACES IT WHEN IT CARRIES AT LEAST AS MANY
      *        QUALITY POINTS, AND IS ITSELF SUPERSEDED OTHERWISE;
      *      - THE STANDING MYGRADE'S 014-WRITE-STANDING WOULD GIVE
      *        THE TERM, PROBATION RUN CARRIED FROM THE LATEST EARLIER
      *        TERM SLOT;
      *      - WHEN THE STUDENT CARD CARRIES A TARGET GPA, THE LOWEST
      *        LETTER ON THE SCALE THAT, EARNED IN EVERY PLANNED
      *        COURSE, REACHES THE TARGET (TERM OR CUMULATIVE, AS THE
      *        CARD SAYS).
      *    STRICTLY READ-ONLY: CUMHIST IS OPENED INPUT AND NOTHING IS
      *    WRITTEN BACK, SO NO LOCK IS TAKEN AND THE DESK CAN RUN IT
      *    AT ANY TIME OF DAY. THE FIGURES ARE A PROJECTION FROM
      *    CUMHIST AS IT STANDS -- A TERM ALREADY POSTED IS FLAGGED,
      *    SINCE ITS OWN GRADES ARE ALREADY IN THE TOTALS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHATIF-REQUEST-FILE ASSIGN TO WHATIN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUMULATIVE-HISTORY-FILE ASSIGN TO CUMHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT SCALE-FILE ASSIGN TO GRADESCL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCL-STATUS.
           SELECT WHATIF-REPORT-FILE ASSIGN TO WHATOUT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WHATIF-REQUEST-FILE.
      *    COLUMN 1 SAYS WHICH VIEW OF THE CARD APPLIES.
      *    S = STUDENT CARD, STARTS A REQUEST: STUDENT ID, THE TERM
      *        BEING PLANNED (YYYYT), AN OPTIONAL TARGET GPA (THREE
      *        DIGITS, ASSUMED V99 -- 200 = 2.00; ZERO OR BLANK FOR
      *        NONE) AND WHAT THE TARGET IS FOR (C = CUMULATIVE, THE
      *        DEFAULT; T = TERM GPA, THE ONE STANDING GOES BY).
      *    C = PLANNED COURSE, ONE PER CARD AFTER ITS STUDENT CARD:
      *        STUDENT ID (MUST MATCH THE STUDENT CARD), COURSE ID,
      *        CREDIT HOURS (1-9) AND THE EXPECTED GRADE.
       01 WHATIF-REQUEST.
          05 WIF-CARD-TYPE      PIC X(1).
             88 WIF-STUDENT-CARD              VALUE "S".
             88 WIF-COURSE-CARD               VALUE "C".
          05 FILLER             PIC X(79).
       01 WHATIF-STUDENT-CARD.
          05 FILLER             PIC X(1).
          05 WIFS-STUDENT-ID    PIC X(6).
          05 WIFS-TERM          PIC X(5).
          05 WIFS-TARGET        PIC X(3).
          05 WIFS-TARGET-N REDEFINES WIFS-TARGET
                                PIC 9(1)V9(2).
          05 WIFS-BASIS         PIC X(1).
          05 FILLER             PIC X(64).
       01 WHATIF-COURSE-CARD.
          05 FILLER             PIC X(1).
          05 WIFC-STUDENT-ID    PIC X(6).
          05 WIFC-COURSE-ID     PIC X(6).
          05 WIFC-HOURS         PIC X(1).
          05 WIFC-HOURS-N REDEFINES WIFC-HOURS
                                PIC 9(1).
          05 WIFC-GRADE         PIC X(2).
          05 FILLER             PIC X(64).
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  SCALE-FILE.
      *    SAME LAYOUT AS THE GRADESCL FD IN MYGRADE -- KEEP IN STEP.
       01 SCALE-RECORD.
          05 SCL-EFF-TERM       PIC 9(5).
          05 SCL-GRADE          PIC X(2).
          05 SCL-TYPE           PIC X(1).
          05 SCL-POINTS         PIC 9(1)V9(2).
       FD  WHATIF-REPORT-FILE.
       01 WHATOUT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-WIF-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-REQUEST-FILE              VALUE "Y".
      *    IN-CORE IMAGE OF GRADESCL AND ITS LOOKUP -- THE SAME TABLE
      *    AND THE SAME EFFECTIVE-TERM RULE AS MYGRADE, SO A PLANNED
      *    GRADE IS PRICED THE WAY THE TERM RUN WILL PRICE IT.
       01 GRADE-SCALE-TABLE.
          05 SCALE-ENTRY-MAX    PIC 9(3)      COMP VALUE 100.
          05 SCALE-ENTRY-COUNT  PIC 9(3)      COMP VALUE ZERO.
          05 SCALE-ENTRY OCCURS 100 TIMES.
             10 SCALE-EFF-TERM  PIC 9(5).
             10 SCALE-GRADE     PIC X(2).
             10 SCALE-TYPE      PIC X(1).
             10 SCALE-POINTS    PIC 9(1)V9(2).
       01 WS-SCL-STATUS         PIC X(2).
       01 WS-SCL-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-SCALE-FILE                VALUE "Y".
       01 WS-SCL-IDX            PIC 9(3)      COMP.
       01 WS-SCL-J              PIC 9(3)      COMP.
       01 WS-SCL-LOOKUP-GRADE   PIC X(2).
       01 WS-SCL-LOOKUP-TERM    PIC 9(5).
       01 WS-SCL-BEST-TERM      PIC 9(5).
       01 WS-SCL-FOUND-SW       PIC X(1).
          88 SCALE-ENTRY-FOUND                VALUE "Y".
       01 WS-SCL-TYPE           PIC X(1).
          88 SCALE-GRADE-GRADED               VALUE "G".
          88 SCALE-GRADE-EXCLUDED             VALUE "E".
       01 WS-SCL-POINTS         PIC 9(1)V9(2).
      *    KEEP WS-HIST-TERM-MAX EQUAL TO THE HIST-TERM-ENTRY OCCURS
      *    COUNT IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-TERM-MAX      PIC 9(2)      COMP VALUE 12.
       01 WS-HIST-TERM-IDX      PIC 9(2)      COMP.
       01 WS-CRS-J              PIC 9(3)      COMP.
       01 WS-CRS-BEST-IDX       PIC 9(3)      COMP.
      *    THE REQUEST BEING BUILT: THE STUDENT CARD AND ITS PLANNED
      *    COURSES. PLN-TYPE/PLN-POINTS HOLD THE PRICE OF THE EXPECTED
      *    GRADE (TYPE G, E, OR SPACE WHEN THE GRADE IS NOT ON THE
      *    SCALE IN FORCE -- SUCH A COURSE IS LEFT OUT OF THE GPA).
       01 WS-REQ-OPEN-SW        PIC X(1)      VALUE "N".
          88 REQUEST-OPEN                     VALUE "Y".
       01 WS-REQ-BAD-SW         PIC X(1)      VALUE "N".
          88 REQUEST-BAD                      VALUE "Y".
       01 WS-REQ-STUDENT-ID     PIC 9(6).
       01 WS-REQ-TERM           PIC 9(5).
       01 WS-REQ-TARGET         PIC 9(1)V9(2).
       01 WS-REQ-BASIS          PIC X(1).
          88 TARGET-IS-TERM                   VALUE "T".
       01 WS-BASIS-TEXT         PIC X(4).
       01 PLAN-TABLE.
          05 PLN-ENTRY-MAX      PIC 9(2)      COMP VALUE 12.
          05 PLN-ENTRY-COUNT    PIC 9(2)      COMP VALUE ZERO.
          05 PLN-ENTRY OCCURS 12 TIMES.
             10 PLN-COURSE-ID   PIC 9(6).
             10 PLN-HOURS       PIC 9(1).
             10 PLN-GRADE       PIC X(2).
             10 PLN-TYPE        PIC X(1).
             10 PLN-POINTS      PIC 9(2)V9(2).
       01 WS-PLN-IDX            PIC 9(2)      COMP.
       01 WS-PLAN-HOURS         PIC 9(3).
      *    ONE PROJECTION. 004-PROJECT-TERM PRICES EVERY PLANNED
      *    COURSE AT ITS OWN EXPECTED GRADE, OR -- WITH PROJECT-UNIFORM
      *    SET -- AT WS-UNI-POINTS PER HOUR, FOR THE GRADE-NEEDED SCAN.
       01 WS-UNIFORM-SW         PIC X(1)      VALUE "N".
          88 PROJECT-UNIFORM                  VALUE "Y".
       01 WS-UNI-POINTS         PIC 9(1)V9(2).
       01 WS-CRS-TYPE           PIC X(1).
       01 WS-CRS-POINTS         PIC 9(2)V9(2).
       01 WS-PRJ-TERM-DEGREE    PIC 9(3).
       01 WS-PRJ-TERM-GRADE     PIC 9(4)V9(2).
       01 WS-PRJ-CUM-DEGREE     PIC 9(5).
       01 WS-PRJ-CUM-GRADE      PIC 9(5)V9(2).
       01 WS-PRJ-TERM-GPA       PIC 9(2)V9(3).
       01 WS-PRJ-CUM-GPA        PIC 9(2)V9(3).
       01 WS-CUR-CUM-GPA        PIC 9(2)V9(3).
       01 WS-RETAKE-ACTION      PIC X(1).
          88 RETAKE-REPLACES                  VALUE "R".
          88 RETAKE-SUPERSEDED                VALUE "S".
          88 RETAKE-NONE                      VALUE SPACE.
       01 WS-HIST-FOUND-SW      PIC X(1).
          88 HIST-RECORD-FOUND                VALUE "Y".
       01 WS-SLOT-POSTED-SW     PIC X(1).
          88 TERM-ALREADY-POSTED              VALUE "Y".
      *    STANDING, AS 014-WRITE-STANDING IN MYGRADE DECIDES IT --
      *    KEEP THE THRESHOLDS AND THE PROBATION RUN IN STEP WITH IT.
       01 WS-PRIOR-SLOT         PIC 9(2)      COMP.
       01 WS-PRIOR-TERM         PIC 9(5).
       01 WS-PRIOR-STANDING     PIC X(2).
       01 WS-PRIOR-PROB-CT      PIC 9(2).
       01 WS-CUR-PROB-CT        PIC 9(2).
       01 WS-STD-CODE           PIC X(2).
       01 WS-STD-TEXT           PIC X(20).
      *    GRADE-NEEDED SCAN: THE LOWEST-POINT GRADED LETTER IN FORCE
      *    FOR THE TERM THAT REACHES THE TARGET, AND THE HIGHEST ONE
      *    (TO TELL "OUT OF REACH" FROM "NOTHING ON THE SCALE").
       01 WS-NEED-FOUND-SW      PIC X(1).
          88 NEED-FOUND                       VALUE "Y".
       01 WS-NEED-GRADE         PIC X(2).
       01 WS-NEED-POINTS        PIC 9(1)V9(2).
       01 WS-NEED-LOWEST-SW     PIC X(1).
          88 NEED-MET-BY-LOWEST               VALUE "Y".
       01 WS-LOW-POINTS         PIC 9(1)V9(2).
       01 WS-LETTER-COUNT       PIC 9(3)      COMP.
       01 WS-TEST-GPA           PIC 9(2)V9(3).
       01 WS-REQUEST-COUNT      PIC 9(6)      VALUE ZERO.
       01 WS-ANSWER-COUNT       PIC 9(6)      VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(6)      VALUE ZERO.
       01 WS-CARD-COUNT         PIC 9(6)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-GPA-ED      PIC Z9.999.
          05 WS-RPT-GPA2-ED     PIC Z9.999.
          05 WS-RPT-DEG-ED      PIC ZZZZ9.
          05 WS-RPT-HRS-ED      PIC ZZ9.
          05 WS-RPT-PTS-ED      PIC Z9.99.
          05 WS-RPT-SCL-ED      PIC 9.99.
          05 WS-RPT-COUNT-ED    PIC ZZZZZ9.
       01 WS-REASON             PIC X(40).

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           PERFORM 025-LOAD-GRADE-SCALE THRU 025-EXIT
           IF SCALE-ENTRY-COUNT = ZERO THEN
              DISPLAY "MYGRWIF CANNOT RUN WITHOUT A GRADING SCALE -"
                   " CHECK GRADESCL, STATUS " WS-SCL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRWIF CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT WHATIF-REQUEST-FILE
           OPEN OUTPUT WHATIF-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           PERFORM UNTIL END-OF-REQUEST-FILE
                   READ WHATIF-REQUEST-FILE
                   AT END
                      SET END-OF-REQUEST-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-CARD-COUNT
                      PERFORM 002-TAKE-CARD THRU 002-EXIT
                   END-READ
           END-PERFORM
           IF REQUEST-OPEN THEN
              PERFORM 003-ANSWER-REQUEST THRU 003-EXIT
           END-IF
           PERFORM 008-WRITE-RPT-TOTALS THRU 008-EXIT
           CLOSE WHATIF-REQUEST-FILE
           CLOSE WHATIF-REPORT-FILE
           CLOSE CUMULATIVE-HISTORY-FILE
           IF WS-REJECT-COUNT > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       001-WRITE-RPT-HEADER.
           MOVE SPACES TO WHATOUT-LINE
           STRING "MYGRADE GPA WHAT-IF PROJECTION   RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO WHATOUT-LINE
           MOVE "PROJECTION ONLY -- NOTHING IS POSTED TO CUMHIST"
                TO WHATOUT-LINE
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WHATOUT-LINE
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

      *    A STUDENT CARD ANSWERS THE REQUEST BEFORE IT AND OPENS A
      *    NEW ONE; COURSE CARDS ARE ADDED TO THE OPEN REQUEST. A BAD
      *    STUDENT CARD SPOILS ITS WHOLE REQUEST (ITS COURSE CARDS ARE
      *    SKIPPED), A BAD COURSE CARD ONLY ITSELF.
       002-TAKE-CARD.
           EVALUATE TRUE
              WHEN WIF-STUDENT-CARD
                 IF REQUEST-OPEN THEN
                    PERFORM 003-ANSWER-REQUEST THRU 003-EXIT
                 END-IF
                 PERFORM 002A-OPEN-REQUEST THRU 002A-EXIT
              WHEN WIF-COURSE-CARD
                 PERFORM 002B-ADD-COURSE THRU 002B-EXIT
              WHEN OTHER
                 MOVE "UNKNOWN CARD TYPE" TO WS-REASON
                 PERFORM 002C-REJECT-CARD THRU 002C-EXIT
           END-EVALUATE
           .

       002-EXIT.
           EXIT.

       002A-OPEN-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT
           SET REQUEST-OPEN TO TRUE
           MOVE "N" TO WS-REQ-BAD-SW
           MOVE ZERO TO PLN-ENTRY-COUNT
           IF WIFS-STUDENT-ID NOT NUMERIC
              OR WIFS-TERM NOT NUMERIC
              OR WIFS-TERM = "00000" THEN
              SET REQUEST-BAD TO TRUE
              MOVE "BAD STUDENT ID OR TERM" TO WS-REASON
              PERFORM 002C-REJECT-CARD THRU 002C-EXIT
              GO TO 002A-EXIT
           END-IF
           MOVE WIFS-STUDENT-ID TO WS-REQ-STUDENT-ID
           MOVE WIFS-TERM TO WS-REQ-TERM
           MOVE ZERO TO WS-REQ-TARGET
           IF WIFS-TARGET NOT = SPACES THEN
              IF WIFS-TARGET NUMERIC THEN
                 MOVE WIFS-TARGET-N TO WS-REQ-TARGET
              ELSE
                 MOVE "BAD TARGET GPA - NO GRADE NEEDED LINE"
                      TO WS-REASON
                 PERFORM 002C-REJECT-CARD THRU 002C-EXIT
              END-IF
           END-IF
           MOVE WIFS-BASIS TO WS-REQ-BASIS
           IF WS-REQ-BASIS NOT = "T" THEN
              MOVE "C" TO WS-REQ-BASIS
           END-IF
           .

       002A-EXIT.
           EXIT.

       002B-ADD-COURSE.
           IF NOT REQUEST-OPEN THEN
              MOVE "COURSE CARD WITH NO STUDENT CARD" TO WS-REASON
              PERFORM 002C-REJECT-CARD THRU 002C-EXIT
              GO TO 002B-EXIT
           END-IF
           IF REQUEST-BAD THEN
              GO TO 002B-EXIT
           END-IF
           EVALUATE TRUE
              WHEN WIFC-STUDENT-ID NOT = WS-REQ-STUDENT-ID
                 MOVE "STUDENT ID DIFFERS FROM STUDENT CARD"
                      TO WS-REASON
              WHEN WIFC-COURSE-ID NOT NUMERIC
                 MOVE "BAD COURSE ID" TO WS-REASON
              WHEN WIFC-HOURS NOT NUMERIC OR WIFC-HOURS-N = ZERO
                 MOVE "BAD CREDIT HOURS" TO WS-REASON
              WHEN WIFC-GRADE = SPACES
                 MOVE "NO EXPECTED GRADE" TO WS-REASON
              WHEN PLN-ENTRY-COUNT >= PLN-ENTRY-MAX
                 MOVE "MORE PLANNED COURSES THAN THE TABLE HOLDS"
                      TO WS-REASON
              WHEN OTHER
                 MOVE SPACES TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES THEN
              PERFORM 002C-REJECT-CARD THRU 002C-EXIT
              GO TO 002B-EXIT
           END-IF
           ADD 1 TO PLN-ENTRY-COUNT
           MOVE WIFC-COURSE-ID TO PLN-COURSE-ID(PLN-ENTRY-COUNT)
           MOVE WIFC-HOURS-N TO PLN-HOURS(PLN-ENTRY-COUNT)
           MOVE WIFC-GRADE TO PLN-GRADE(PLN-ENTRY-COUNT)
           .

       002B-EXIT.
           EXIT.

      *    THE CARD IS ECHOED WHOLE -- THE DESK RETYPES FROM IT.
       002C-REJECT-CARD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WHATOUT-LINE
           STRING "*** CARD " WS-CARD-COUNT " REJECTED: " WS-REASON
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WHATOUT-LINE
           STRING "    " WHATIF-REQUEST(1:60)
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           .

       002C-EXIT.
           EXIT.

       003-ANSWER-REQUEST.
           MOVE "N" TO WS-REQ-OPEN-SW
           IF REQUEST-BAD THEN
              GO TO 003-EXIT
           END-IF
           ADD 1 TO WS-ANSWER-COUNT
           MOVE WS-REQ-STUDENT-ID TO HIST-STUDENT-ID
           MOVE "N" TO WS-HIST-FOUND-SW
           READ CUMULATIVE-HISTORY-FILE
               INVALID KEY
                  PERFORM 003A-CLEAR-HISTORY THRU 003A-EXIT
               NOT INVALID KEY
                  SET HIST-RECORD-FOUND TO TRUE
           END-READ
           MOVE ZERO TO WS-CUR-CUM-GPA
           IF HIST-CUM-DEGREE > ZERO THEN
              COMPUTE WS-CUR-CUM-GPA = HIST-CUM-GRADE / HIST-CUM-DEGREE
           END-IF
           PERFORM 006-FIND-PRIOR-STANDING THRU 006-EXIT
           MOVE WS-CUR-CUM-GPA TO WS-RPT-GPA-ED
           MOVE HIST-CUM-DEGREE TO WS-RPT-DEG-ED
           MOVE SPACES TO WHATOUT-LINE
           STRING "STUDENT " WS-REQ-STUDENT-ID
                  "  TERM " WS-REQ-TERM
                  "  NOW: CUM GPA " WS-RPT-GPA-ED
                  "  HOURS " WS-RPT-DEG-ED
                  "  STANDING " WS-PRIOR-STANDING
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           IF NOT HIST-RECORD-FOUND THEN
              MOVE SPACES TO WHATOUT-LINE
              STRING "    NOT ON CUMHIST (NEW OR ARCHIVED) - PROJECTED"
                     " FROM NO HISTORY"
                     INTO WHATOUT-LINE
              END-STRING
              WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF TERM-ALREADY-POSTED THEN
              MOVE SPACES TO WHATOUT-LINE
              STRING "    TERM " WS-REQ-TERM
                     " IS ALREADY POSTED - ITS GRADES ARE IN THE"
                     " TOTALS ABOVE"
                     INTO WHATOUT-LINE
              END-STRING
              WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF PLN-ENTRY-COUNT = ZERO THEN
              MOVE "    NO PLANNED COURSES - NOTHING TO PROJECT"
                   TO WHATOUT-LINE
              WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           ELSE
              PERFORM 003E-PROJECT-PLAN THRU 003E-EXIT
           END-IF
           MOVE SPACES TO WHATOUT-LINE
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           .

       003-EXIT.
           EXIT.

      *    NO CUMHIST RECORD: PROJECT FROM AN EMPTY HISTORY, THE WAY
      *    MYGRADE STARTS A NEW STUDENT.
       003A-CLEAR-HISTORY.
           MOVE ZERO TO HIST-CUM-DEGREE
           MOVE ZERO TO HIST-CUM-GRADE
           MOVE ZERO TO HIST-TERM-COUNT
           MOVE ZERO TO HIST-COURSE-COUNT
           PERFORM 003D-CLEAR-TERM-SLOT THRU 003D-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           .

       003A-EXIT.
           EXIT.

      *    PRICES ONE PLANNED COURSE AT ITS EXPECTED GRADE AND PRINTS
      *    ITS LINE, WITH WHAT THE RETAKE RULE WOULD DO TO IT.
       003C-PRICE-COURSE.
           MOVE PLN-GRADE(WS-PLN-IDX) TO WS-SCL-LOOKUP-GRADE
           MOVE WS-REQ-TERM TO WS-SCL-LOOKUP-TERM
           PERFORM 024-LOOKUP-SCALE THRU 024-EXIT
           MOVE WS-SCL-TYPE TO PLN-TYPE(WS-PLN-IDX)
           MOVE ZERO TO PLN-POINTS(WS-PLN-IDX)
           IF SCALE-GRADE-GRADED THEN
              COMPUTE PLN-POINTS(WS-PLN-IDX) =
                   WS-SCL-POINTS * PLN-HOURS(WS-PLN-IDX)
           END-IF
           ADD PLN-HOURS(WS-PLN-IDX) TO WS-PLAN-HOURS
           MOVE PLN-HOURS(WS-PLN-IDX) TO WS-RPT-HRS-ED
           MOVE PLN-POINTS(WS-PLN-IDX) TO WS-RPT-PTS-ED
           EVALUATE TRUE
              WHEN SCALE-GRADE-GRADED
                 MOVE SPACES TO WS-REASON
              WHEN SCALE-GRADE-EXCLUDED
                 MOVE "NOT IN GPA" TO WS-REASON
              WHEN OTHER
                 MOVE "*** GRADE NOT ON SCALE - LEFT OUT ***"
                      TO WS-REASON
           END-EVALUATE
           IF SCALE-GRADE-GRADED THEN
              MOVE SPACES TO WS-REASON
              PERFORM 004B-FIND-BEST-ACTIVE THRU 004B-EXIT
              IF WS-CRS-BEST-IDX > ZERO THEN
                 MOVE HIST-CRS-POINTS(WS-CRS-BEST-IDX) TO WS-RPT-PTS-ED
                 IF PLN-POINTS(WS-PLN-IDX) NOT <
                    HIST-CRS-POINTS(WS-CRS-BEST-IDX) THEN
                    STRING "REPLACES " HIST-CRS-TERM(WS-CRS-BEST-IDX)
                           " ATTEMPT (" WS-RPT-PTS-ED " PTS)"
                           DELIMITED BY SIZE
                           INTO WS-REASON
                    END-STRING
                 ELSE
                    STRING "SUPERSEDED BY "
                           HIST-CRS-TERM(WS-CRS-BEST-IDX)
                           " ATTEMPT (" WS-RPT-PTS-ED " PTS)"
                           DELIMITED BY SIZE
                           INTO WS-REASON
                    END-STRING
                 END-IF
                 MOVE PLN-POINTS(WS-PLN-IDX) TO WS-RPT-PTS-ED
              END-IF
           END-IF
           MOVE SPACES TO WHATOUT-LINE
           STRING "    COURSE " PLN-COURSE-ID(WS-PLN-IDX)
                  "  HRS " WS-RPT-HRS-ED
                  "  GRADE " PLN-GRADE(WS-PLN-IDX)
                  "  PTS " WS-RPT-PTS-ED
                  "  " WS-REASON
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           .

       003C-EXIT.
           EXIT.

       003D-CLEAR-TERM-SLOT.
           MOVE ZERO TO HIST-TERM-ID(WS-HIST-TERM-IDX)
           MOVE ZERO TO HIST-TERM-DEGREE(WS-HIST-TERM-IDX)
           MOVE ZERO TO HIST-TERM-GRADE(WS-HIST-TERM-IDX)
           MOVE SPACES TO HIST-TERM-STANDING(WS-HIST-TERM-IDX)
           MOVE ZERO TO HIST-TERM-PROB-CT(WS-HIST-TERM-IDX)
           .

       003D-EXIT.
           EXIT.

       003E-PROJECT-PLAN.
           MOVE ZERO TO WS-PLAN-HOURS
           PERFORM 003C-PRICE-COURSE THRU 003C-EXIT
                VARYING WS-PLN-IDX FROM 1 BY 1
                UNTIL WS-PLN-IDX > PLN-ENTRY-COUNT
           MOVE "N" TO WS-UNIFORM-SW
           PERFORM 004-PROJECT-TERM THRU 004-EXIT
           PERFORM 005-DECIDE-STANDING THRU 005-EXIT
           MOVE WS-PRJ-TERM-GPA TO WS-RPT-GPA-ED
           MOVE WS-PRJ-TERM-DEGREE TO WS-RPT-DEG-ED
           MOVE SPACES TO WHATOUT-LINE
           STRING "    PROJECTED TERM GPA ....... " WS-RPT-GPA-ED
                  "   GPA HOURS " WS-RPT-DEG-ED
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-PRJ-CUM-GPA TO WS-RPT-GPA-ED
           MOVE WS-PRJ-CUM-DEGREE TO WS-RPT-DEG-ED
           MOVE SPACES TO WHATOUT-LINE
           STRING "    PROJECTED CUMULATIVE GPA . " WS-RPT-GPA-ED
                  "   GPA HOURS " WS-RPT-DEG-ED
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO WHATOUT-LINE
           STRING "    PROJECTED STANDING ....... " WS-STD-CODE
                  "  " WS-STD-TEXT
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           IF WS-REQ-TARGET > ZERO THEN
              PERFORM 007-FIND-GRADE-NEEDED THRU 007-EXIT
           END-IF
           .

       003E-EXIT.
           EXIT.

      *    ONE PROJECTION OF THE TERM AND THE CUMULATIVE TOTALS. THE
      *    HISTORY RECORD IS ONLY READ -- THE CUMULATIVE FIGURES ARE
      *    BUILT IN WS-PRJ-CUM-DEGREE/GRADE FROM A COPY OF THE TOTALS.
       004-PROJECT-TERM.
           MOVE ZERO TO WS-PRJ-TERM-DEGREE
           MOVE ZERO TO WS-PRJ-TERM-GRADE
           MOVE HIST-CUM-DEGREE TO WS-PRJ-CUM-DEGREE
           MOVE HIST-CUM-GRADE TO WS-PRJ-CUM-GRADE
           PERFORM 004A-PROJECT-COURSE THRU 004A-EXIT
                VARYING WS-PLN-IDX FROM 1 BY 1
                UNTIL WS-PLN-IDX > PLN-ENTRY-COUNT
           MOVE ZERO TO WS-PRJ-TERM-GPA
           IF WS-PRJ-TERM-DEGREE > ZERO THEN
              COMPUTE WS-PRJ-TERM-GPA =
                   WS-PRJ-TERM-GRADE / WS-PRJ-TERM-DEGREE
           END-IF
           MOVE ZERO TO WS-PRJ-CUM-GPA
           IF WS-PRJ-CUM-DEGREE > ZERO THEN
              COMPUTE WS-PRJ-CUM-GPA =
                   WS-PRJ-CUM-GRADE / WS-PRJ-CUM-DEGREE
           END-IF
           .

       004-EXIT.
           EXIT.

      *    A GRADED ATTEMPT ALWAYS COUNTS IN THE TERM GPA. IN THE
      *    CUMULATIVE IT REPLACES THE BEST IN-FORCE EARLIER ATTEMPT
      *    WHEN IT HAS AT LEAST AS MANY POINTS (MYGRADE TIES GO TO THE
      *    MOST RECENT TERM), AND IS SUPERSEDED ITSELF OTHERWISE.
       004A-PROJECT-COURSE.
           IF PROJECT-UNIFORM THEN
              MOVE "G" TO WS-CRS-TYPE
              COMPUTE WS-CRS-POINTS =
                   WS-UNI-POINTS * PLN-HOURS(WS-PLN-IDX)
           ELSE
              MOVE PLN-TYPE(WS-PLN-IDX) TO WS-CRS-TYPE
              MOVE PLN-POINTS(WS-PLN-IDX) TO WS-CRS-POINTS
           END-IF
           IF WS-CRS-TYPE NOT = "G" THEN
              GO TO 004A-EXIT
           END-IF
           ADD PLN-HOURS(WS-PLN-IDX) TO WS-PRJ-TERM-DEGREE
           ADD WS-CRS-POINTS TO WS-PRJ-TERM-GRADE
           PERFORM 004B-FIND-BEST-ACTIVE THRU 004B-EXIT
           IF WS-CRS-BEST-IDX > ZERO THEN
              IF WS-CRS-POINTS < HIST-CRS-POINTS(WS-CRS-BEST-IDX) THEN
                 GO TO 004A-EXIT
              END-IF
              SUBTRACT HIST-CRS-DEGREE(WS-CRS-BEST-IDX)
                   FROM WS-PRJ-CUM-DEGREE
              SUBTRACT HIST-CRS-POINTS(WS-CRS-BEST-IDX)
                   FROM WS-PRJ-CUM-GRADE
           END-IF
           ADD PLN-HOURS(WS-PLN-IDX) TO WS-PRJ-CUM-DEGREE
           ADD WS-CRS-POINTS TO WS-PRJ-CUM-GRADE
           .

       004A-EXIT.
           EXIT.

      *    BEST IN-FORCE ATTEMPT AT THE PLANNED COURSE, AS 015H IN
      *    MYGRADE PICKS IT: HIGHEST QUALITY POINTS, TIES TO THE MOST
      *    RECENT TERM. THE COURSE ID IS PASSED IN PLN-COURSE-ID OF
      *    THE CURRENT PLAN ENTRY; WS-CRS-BEST-IDX STAYS ZERO WHEN THE
      *    COURSE HAS NO STATUS-A ROW.
       004B-FIND-BEST-ACTIVE.
           MOVE ZERO TO WS-CRS-BEST-IDX
           PERFORM 004C-SCAN-ROW THRU 004C-EXIT
                VARYING WS-CRS-J FROM 1 BY 1
                UNTIL WS-CRS-J > HIST-COURSE-COUNT
           .

       004B-EXIT.
           EXIT.

       004C-SCAN-ROW.
           IF HIST-CRS-ID(WS-CRS-J) = PLN-COURSE-ID(WS-PLN-IDX)
              AND HIST-CRS-STATUS(WS-CRS-J) = "A" THEN
              IF WS-CRS-BEST-IDX = ZERO THEN
                 MOVE WS-CRS-J TO WS-CRS-BEST-IDX
              ELSE
                 IF HIST-CRS-POINTS(WS-CRS-J) >
                    HIST-CRS-POINTS(WS-CRS-BEST-IDX)
                    OR (HIST-CRS-POINTS(WS-CRS-J) =
                        HIST-CRS-POINTS(WS-CRS-BEST-IDX)
                        AND HIST-CRS-TERM(WS-CRS-J) NOT <
                            HIST-CRS-TERM(WS-CRS-BEST-IDX)) THEN
                    MOVE WS-CRS-J TO WS-CRS-BEST-IDX
                 END-IF
              END-IF
           END-IF
           .

       004C-EXIT.
           EXIT.

      *    SAME RULES AS 014-WRITE-STANDING IN MYGRADE: NO GPA HOURS =
      *    NC (RUN CARRIED), 3.500 AND UP = DL, UNDER 2.000 = PR, OR DR
      *    ON THE SECOND STRAIGHT PROBATION-LEVEL TERM, ELSE GS.
       005-DECIDE-STANDING.
           MOVE ZERO TO WS-CUR-PROB-CT
           EVALUATE TRUE
              WHEN WS-PRJ-TERM-DEGREE = ZERO
                 MOVE "NC" TO WS-STD-CODE
                 MOVE "NO CREDIT THIS TERM" TO WS-STD-TEXT
                 MOVE WS-PRIOR-PROB-CT TO WS-CUR-PROB-CT
              WHEN WS-PRJ-TERM-GPA >= 3.500
                 MOVE "DL" TO WS-STD-CODE
                 MOVE "DEAN'S LIST" TO WS-STD-TEXT
              WHEN WS-PRJ-TERM-GPA < 2.000
                 COMPUTE WS-CUR-PROB-CT = WS-PRIOR-PROB-CT + 1
                 IF WS-CUR-PROB-CT >= 2 THEN
                    MOVE "DR" TO WS-STD-CODE
                    MOVE "DISMISSAL REVIEW" TO WS-STD-TEXT
                 ELSE
                    MOVE "PR" TO WS-STD-CODE
                    MOVE "ACADEMIC PROBATION" TO WS-STD-TEXT
                 END-IF
              WHEN OTHER
                 MOVE "GS" TO WS-STD-CODE
                 MOVE "GOOD STANDING" TO WS-STD-TEXT
           END-EVALUATE
           .

       005-EXIT.
           EXIT.

      *    LATEST TERM SLOT STRICTLY BEFORE THE PLANNED TERM, AS 014A
      *    IN MYGRADE FINDS IT; ALSO NOTES A SLOT FOR THE TERM ITSELF.
       006-FIND-PRIOR-STANDING.
           MOVE ZERO TO WS-PRIOR-SLOT
           MOVE ZERO TO WS-PRIOR-TERM
           MOVE "N" TO WS-SLOT-POSTED-SW
           PERFORM 006A-SCAN-SLOT THRU 006A-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           IF WS-PRIOR-SLOT > ZERO THEN
              MOVE HIST-TERM-STANDING(WS-PRIOR-SLOT)
                   TO WS-PRIOR-STANDING
              MOVE HIST-TERM-PROB-CT(WS-PRIOR-SLOT)
                   TO WS-PRIOR-PROB-CT
           ELSE
              MOVE "--" TO WS-PRIOR-STANDING
              MOVE ZERO TO WS-PRIOR-PROB-CT
           END-IF
           .

       006-EXIT.
           EXIT.

       006A-SCAN-SLOT.
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) = WS-REQ-TERM THEN
              SET TERM-ALREADY-POSTED TO TRUE
           END-IF
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) > ZERO
              AND HIST-TERM-ID(WS-HIST-TERM-IDX) < WS-REQ-TERM
              AND HIST-TERM-ID(WS-HIST-TERM-IDX) > WS-PRIOR-TERM THEN
              MOVE WS-HIST-TERM-IDX TO WS-PRIOR-SLOT
              MOVE HIST-TERM-ID(WS-HIST-TERM-IDX) TO WS-PRIOR-TERM
           END-IF
           .

       006A-EXIT.
           EXIT.

      *    TRIES EVERY GRADED LETTER IN FORCE FOR THE TERM AS A
      *    UNIFORM GRADE ACROSS ALL THE PLANNED HOURS (RETAKE RULE
      *    APPLIED EACH TIME) AND KEEPS THE LOWEST ONE THAT REACHES
      *    THE TARGET. A LETTER DROPPED OR SUPERSEDED BY A LATER CARD
      *    IS SKIPPED BY RE-LOOKING IT UP FOR THE TERM.
       007-FIND-GRADE-NEEDED.
           MOVE "CUM" TO WS-BASIS-TEXT
           IF TARGET-IS-TERM THEN
              MOVE "TERM" TO WS-BASIS-TEXT
           END-IF
           MOVE "N" TO WS-NEED-FOUND-SW
           MOVE "N" TO WS-NEED-LOWEST-SW
           MOVE ZERO TO WS-LETTER-COUNT
           MOVE 9.99 TO WS-LOW-POINTS
           SET PROJECT-UNIFORM TO TRUE
           PERFORM 007A-TRY-LETTER THRU 007A-EXIT
                VARYING WS-SCL-IDX FROM 1 BY 1
                UNTIL WS-SCL-IDX > SCALE-ENTRY-COUNT
           MOVE "N" TO WS-UNIFORM-SW
           MOVE WS-REQ-TARGET TO WS-RPT-SCL-ED
           MOVE WS-PLAN-HOURS TO WS-RPT-HRS-ED
           MOVE SPACES TO WHATOUT-LINE
           EVALUATE TRUE
              WHEN WS-LETTER-COUNT = ZERO
                 STRING "    GRADE NEEDED ... NO GRADED LETTER IN"
                        " FORCE FOR THE TERM"
                        INTO WHATOUT-LINE
                 END-STRING
              WHEN NOT NEED-FOUND
                 STRING "    GRADE NEEDED FOR " WS-BASIS-TEXT
                        " " WS-RPT-SCL-ED
                        " ... OUT OF REACH ON " WS-RPT-HRS-ED
                        " PLANNED HOURS"
                        INTO WHATOUT-LINE
                 END-STRING
              WHEN NEED-MET-BY-LOWEST
                 STRING "    GRADE NEEDED FOR " WS-BASIS-TEXT
                        " " WS-RPT-SCL-ED
                        " ... MET WHATEVER THE GRADES"
                        INTO WHATOUT-LINE
                 END-STRING
              WHEN OTHER
                 MOVE WS-NEED-POINTS TO WS-RPT-PTS-ED
                 STRING "    GRADE NEEDED FOR " WS-BASIS-TEXT
                        " " WS-RPT-SCL-ED
                        " ... " WS-NEED-GRADE
                        " (" WS-RPT-PTS-ED ") OR BETTER IN ALL "
                        WS-RPT-HRS-ED " PLANNED HOURS"
                        INTO WHATOUT-LINE
                 END-STRING
           END-EVALUATE
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           .

       007-EXIT.
           EXIT.

       007A-TRY-LETTER.
           IF SCALE-TYPE(WS-SCL-IDX) NOT = "G" THEN
              GO TO 007A-EXIT
           END-IF
           MOVE SCALE-GRADE(WS-SCL-IDX) TO WS-SCL-LOOKUP-GRADE
           MOVE WS-REQ-TERM TO WS-SCL-LOOKUP-TERM
           PERFORM 024-LOOKUP-SCALE THRU 024-EXIT
           IF NOT SCALE-GRADE-GRADED
              OR WS-SCL-BEST-TERM NOT = SCALE-EFF-TERM(WS-SCL-IDX)
              OR WS-SCL-POINTS NOT = SCALE-POINTS(WS-SCL-IDX) THEN
              GO TO 007A-EXIT
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-SCL-POINTS TO WS-UNI-POINTS
           PERFORM 004-PROJECT-TERM THRU 004-EXIT
           IF TARGET-IS-TERM THEN
              MOVE WS-PRJ-TERM-GPA TO WS-TEST-GPA
           ELSE
              MOVE WS-PRJ-CUM-GPA TO WS-TEST-GPA
           END-IF
           IF WS-UNI-POINTS < WS-LOW-POINTS THEN
              MOVE WS-UNI-POINTS TO WS-LOW-POINTS
              MOVE "N" TO WS-NEED-LOWEST-SW
              IF WS-TEST-GPA NOT < WS-REQ-TARGET THEN
                 SET NEED-MET-BY-LOWEST TO TRUE
              END-IF
           END-IF
           IF WS-TEST-GPA NOT < WS-REQ-TARGET THEN
              IF NOT NEED-FOUND
                 OR WS-UNI-POINTS < WS-NEED-POINTS THEN
                 SET NEED-FOUND TO TRUE
                 MOVE WS-UNI-POINTS TO WS-NEED-POINTS
                 MOVE WS-SCL-LOOKUP-GRADE TO WS-NEED-GRADE
              END-IF
           END-IF
           .

       007A-EXIT.
           EXIT.

       008-WRITE-RPT-TOTALS.
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO WHATOUT-LINE
           STRING "CARDS READ .......... " WS-RPT-COUNT-ED
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REQUEST-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO WHATOUT-LINE
           STRING "REQUESTS READ ....... " WS-RPT-COUNT-ED
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ANSWER-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO WHATOUT-LINE
           STRING "REQUESTS ANSWERED ... " WS-RPT-COUNT-ED
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO WHATOUT-LINE
           STRING "CARDS REJECTED ...... " WS-RPT-COUNT-ED
                  INTO WHATOUT-LINE
           END-STRING
           WRITE WHATOUT-LINE AFTER ADVANCING 1 LINE
           .

       008-EXIT.
           EXIT.

      *    PICKS, FOR WS-SCL-LOOKUP-GRADE AND WS-SCL-LOOKUP-TERM, THE
      *    SCALE ENTRY WITH THE HIGHEST EFFECTIVE TERM NOT ABOVE THE
      *    LOOKUP TERM, LATER CARD WINNING A TIE -- AS 024 IN MYGRADE.
      *    LEAVES WS-SCL-TYPE AT SPACE WHEN NOTHING IS IN FORCE.
       024-LOOKUP-SCALE.
           MOVE SPACE TO WS-SCL-TYPE
           MOVE ZERO TO WS-SCL-POINTS
           MOVE ZERO TO WS-SCL-BEST-TERM
           MOVE "N" TO WS-SCL-FOUND-SW
           PERFORM 024A-SCAN-SCALE THRU 024A-EXIT
                VARYING WS-SCL-J FROM 1 BY 1
                UNTIL WS-SCL-J > SCALE-ENTRY-COUNT
           .

       024-EXIT.
           EXIT.

       024A-SCAN-SCALE.
           IF SCALE-GRADE(WS-SCL-J) = WS-SCL-LOOKUP-GRADE
              AND SCALE-EFF-TERM(WS-SCL-J) NOT > WS-SCL-LOOKUP-TERM
              AND (WS-SCL-FOUND-SW = "N"
                   OR SCALE-EFF-TERM(WS-SCL-J) NOT <
                      WS-SCL-BEST-TERM) THEN
              MOVE "Y" TO WS-SCL-FOUND-SW
              MOVE SCALE-EFF-TERM(WS-SCL-J) TO WS-SCL-BEST-TERM
              MOVE SCALE-TYPE(WS-SCL-J) TO WS-SCL-TYPE
              MOVE SCALE-POINTS(WS-SCL-J) TO WS-SCL-POINTS
           END-IF
           .

       024A-EXIT.
           EXIT.

       025-LOAD-GRADE-SCALE.
           OPEN INPUT SCALE-FILE
           IF WS-SCL-STATUS NOT = "00" THEN
              DISPLAY "GRADESCL OPEN FAILED, STATUS " WS-SCL-STATUS
           ELSE
              PERFORM UNTIL END-OF-SCALE-FILE
                      READ SCALE-FILE
                      AT END
                         SET END-OF-SCALE-FILE TO TRUE
                      NOT AT END
                         PERFORM 025A-STORE-SCALE-ENTRY THRU 025A-EXIT
                      END-READ
              END-PERFORM
              CLOSE SCALE-FILE
           END-IF
           .

       025-EXIT.
           EXIT.

      *    SAME CARD CHECKS AS 025A IN MYGRADE -- A CARD MYGRADE WOULD
      *    DROP MUST NOT PRICE A WHAT-IF HERE.
       025A-STORE-SCALE-ENTRY.
           EVALUATE TRUE
              WHEN SCL-EFF-TERM NOT NUMERIC
                 DISPLAY "GRADESCL CARD DROPPED, BAD TERM: "
                      SCALE-RECORD
              WHEN SCL-TYPE NOT = "G" AND SCL-TYPE NOT = "E"
                   AND SCL-TYPE NOT = "D"
                 DISPLAY "GRADESCL CARD DROPPED, BAD TYPE: "
                      SCALE-RECORD
              WHEN SCL-TYPE = "G" AND SCL-POINTS NOT NUMERIC
                 DISPLAY "GRADESCL CARD DROPPED, BAD POINTS: "
                      SCALE-RECORD
              WHEN SCALE-ENTRY-COUNT >= SCALE-ENTRY-MAX
                 DISPLAY "GRADESCL TABLE FULL, CARD DROPPED: "
                      SCALE-RECORD
              WHEN OTHER
                 ADD 1 TO SCALE-ENTRY-COUNT
                 MOVE SCL-EFF-TERM
                      TO SCALE-EFF-TERM(SCALE-ENTRY-COUNT)
                 MOVE SCL-GRADE TO SCALE-GRADE(SCALE-ENTRY-COUNT)
                 MOVE SCL-TYPE TO SCALE-TYPE(SCALE-ENTRY-COUNT)
                 IF SCL-POINTS NUMERIC THEN
                    MOVE SCL-POINTS TO SCALE-POINTS(SCALE-ENTRY-COUNT)
                 ELSE
                    MOVE ZERO TO SCALE-POINTS(SCALE-ENTRY-COUNT)
                 END-IF
           END-EVALUATE
           .

       025A-EXIT.
           EXIT.
