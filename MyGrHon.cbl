       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRHON.
       AUTHOR. 62160246.
      *    GRADUATION HONORS AND THE COMMENCEMENT LIST. TAKES THE
      *    CANDOUT CANDIDATES MYGRDEG LAST WROTE AND, FOR EACH ONE,
      *    READS THE CUMHIST RECORD AND THE STUDENT MASTER (STUMAST)
      *    AND DECIDES THE LATIN HONORS THE STUDENT GRADUATES WITH
      *    UNDER THE HONCTL RULE IN FORCE FOR THE COMMENCEMENT TERM
      *    (SYSIN, YYYYT):
      *      SUMMA CUM LAUDE, MAGNA CUM LAUDE, CUM LAUDE -- THE
      *      HIGHEST LEVEL WHOSE MINIMUM CUMULATIVE GPA THE STUDENT
      *      MEETS, PROVIDED THE STUDENT ALSO HAS THE RULE'S MINIMUM
      *      IN-RESIDENCE HOURS.
      *    THE CUMULATIVE GPA IS HIST-CUM-GRADE OVER HIST-CUM-DEGREE,
      *    THE FIGURE EVERY OTHER PROGRAM PRINTS. IN-RESIDENCE HOURS
      *    ARE THE HOURS OF THE IN-FORCE (STATUS A) ATTEMPT ROWS --
      *    STATUS-T TRANSFER WORK IS NOT IN RESIDENCE, AND A
      *    SUPERSEDED RETAKE NO LONGER COUNTS TOWARD ANYTHING -- PLUS
      *    THE PRE-CONVERSION HOURS HELD ONLY IN HIST-CUM-DEGREE (SEE
      *    HISTREC.CPY), WHICH WERE ALL POSTED HERE.
      *    A CANDIDATE WITH AN OUTSTANDING INCOMPLETE (A STATUS-I ROW)
      *    OR WHOSE LATEST TERM SLOT ENDED ON PROBATION (PR) OR IN
      *    DISMISSAL REVIEW (DR) IS HELD: LISTED ON HONEXCP AND LEFT
      *    OFF THE COMMENCEMENT LIST AND THE DIPLOMA FILE UNTIL THE
      *    REGISTRAR CLEARS IT AND THE JOB IS RERUN. SO IS A CANDIDATE
      *    NO LONGER ON CUMHIST (ARCHIVED BY MYGRARC -- RESTORE WITH
      *    MYGRRLD) OR NOT ON STUMAST (NO NAME TO PRINT).
      *    HONLIST IS THE COMMENCEMENT LIST FOR THE PROGRAM BOOK, BY
      *    PROGRAM AND THEN BY NAME; DIPLOMA CARRIES THE SAME STUDENTS
      *    IN THE SAME ORDER FOR THE DIPLOMA PRINTER.
      *    READ-ONLY AGAINST CUMHIST, SO IT TAKES NO CUMHIST LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HONORS-CONTROL-FILE ASSIGN TO HONCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
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
           SELECT COMMENCEMENT-LIST-FILE ASSIGN TO HONLIST
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIPLOMA-FILE ASSIGN TO DIPLOMA
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-LIST-FILE ASSIGN TO HONEXCP
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HONORS-CONTROL-FILE.
      *    REGISTRAR-MAINTAINED HONORS RULES, ONE CARD PER POLICY
      *    CHANGE. THE CARD WITH THE HIGHEST CTL-EFF-TERM AT OR BELOW
      *    THE COMMENCEMENT TERM IS THE ONE IN FORCE, SAME AS A
      *    GRADESCL ENTRY OR A SAPCTL RULE. THE THREE MINIMUM GPAS
      *    ARE THREE DIGITS, ASSUMED V99 (390 = 3.90), AND MUST NOT
      *    RISE FROM CUM LAUDE TO SUMMA; CTL-MIN-RES-HOURS IS THE
      *    IN-RESIDENCE CREDIT HOURS EVERY LEVEL NEEDS.
       01 HONORS-RULE-CARD.
          05 CTL-EFF-TERM       PIC 9(5).
          05 CTL-SUMMA-GPA      PIC 9(1)V9(2).
          05 CTL-MAGNA-GPA      PIC 9(1)V9(2).
          05 CTL-CUM-LAUDE-GPA  PIC 9(1)V9(2).
          05 CTL-MIN-RES-HOURS  PIC 9(3).
          05 FILLER             PIC X(63).
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
       FD  COMMENCEMENT-LIST-FILE.
       01 HONLIST-LINE          PIC X(80).
       FD  DIPLOMA-FILE.
      *    ONE RECORD PER DIPLOMA, IN COMMENCEMENT-LIST ORDER. FIXED
      *    80-BYTE RECORDS -- DO NOT REARRANGE WITHOUT THE PRINT SHOP.
      *    DIP-HONORS IS THE WORDING FOR THE DIPLOMA FACE, SPACES FOR
      *    A DEGREE WITHOUT HONORS; DIP-HONORS-CODE IS S, M, C OR
      *    SPACE FOR THE SAME.
       01 DIPLOMA-REC.
          05 DIP-STUDENT-ID     PIC 9(6).
          05 DIP-NAME           PIC X(25).
          05 DIP-PGM-CODE       PIC X(4).
          05 DIP-HONORS-CODE    PIC X(1).
          05 DIP-HONORS         PIC X(16).
          05 DIP-TERM           PIC 9(5).
          05 FILLER             PIC X(23).
       FD  EXCEPTION-LIST-FILE.
       01 HONEXCP-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS         PIC X(2).
       01 WS-CTL-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-CONTROL-FILE              VALUE "Y".
       01 WS-CAND-STATUS        PIC X(2).
       01 WS-CAND-EOF-SW        PIC X(1)      VALUE "N".
          88 END-OF-CANDIDATE-FILE            VALUE "Y".
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-STU-STATUS         PIC X(2).
       01 WS-STU-FOUND-SW       PIC X(1)      VALUE "N".
          88 STU-FOUND                        VALUE "Y".
       01 WS-RUN-TERM-IN        PIC X(5).
       01 WS-RUN-TERM           PIC 9(5)      VALUE ZERO.
      *    THE RULE IN FORCE FOR THE COMMENCEMENT TERM, PICKED OFF THE
      *    RULE TABLE AT START-UP (003-PICK-RULE).
       01 WS-RULE-FOUND-SW      PIC X(1)      VALUE "N".
          88 RULE-FOUND                       VALUE "Y".
       01 WS-RULE-EFF-TERM      PIC 9(5)      VALUE ZERO.
       01 WS-RULE-SUMMA-GPA     PIC 9(1)V9(2) VALUE ZERO.
       01 WS-RULE-MAGNA-GPA     PIC 9(1)V9(2) VALUE ZERO.
       01 WS-RULE-CUM-GPA       PIC 9(1)V9(2) VALUE ZERO.
       01 WS-RULE-RES-HOURS     PIC 9(3)      VALUE ZERO.
       01 RULE-TABLE.
          05 RULE-ENTRY-MAX     PIC 9(3)      COMP VALUE 50.
          05 RULE-ENTRY-COUNT   PIC 9(3)      COMP VALUE ZERO.
          05 RULE-ENTRY OCCURS 50 TIMES.
             10 RULE-TAB-EFF-TERM  PIC 9(5).
             10 RULE-TAB-SUMMA-GPA PIC 9(1)V9(2).
             10 RULE-TAB-MAGNA-GPA PIC 9(1)V9(2).
             10 RULE-TAB-CUM-GPA   PIC 9(1)V9(2).
             10 RULE-TAB-RES-HOURS PIC 9(3).
       01 WS-RULE-IDX           PIC 9(3)      COMP.
       01 WS-CTL-DROP-COUNT     PIC 9(8)      VALUE ZERO.
      *    THE GRADUATING CLASS, HELD IN CORE SO IT CAN BE PUT IN
      *    PROGRAM AND NAME ORDER. GRD-SORT-KEY IS PROGRAM, NAME AND
      *    STUDENT-ID SIDE BY SIDE, SO ONE COMPARE ORDERS ON ALL THREE
      *    (THE ID ONLY SEPARATES TWO STUDENTS OF THE SAME NAME). AN
      *    OVERFLOW DROPS THE CANDIDATE WITH A SYSOUT LINE AND FAILS
      *    THE RUN (RC 12) RATHER THAN PRINT A PROGRAM BOOK MISSING
      *    GRADUATES.
       01 GRADUATE-TABLE.
          05 GRD-ENTRY-MAX      PIC 9(5)      COMP VALUE 2000.
          05 GRD-ENTRY-COUNT    PIC 9(5)      COMP VALUE ZERO.
          05 GRD-ENTRY OCCURS 2000 TIMES.
             10 GRD-SORT-KEY.
                15 GRD-PGM-CODE    PIC X(4).
                15 GRD-NAME        PIC X(25).
                15 GRD-STUDENT-ID  PIC 9(6).
             10 GRD-HONORS-CODE    PIC X(1).
             10 GRD-CUM-GPA        PIC 9(2)V9(3).
             10 GRD-RES-HOURS      PIC 9(5).
      *    PRINT ORDER -- INDEXES INTO GRADUATE-TABLE, SELECTION
      *    SORTED ON GRD-SORT-KEY (SAME METHOD AS MYGRRNK).
       01 ORDER-TABLE.
          05 ORD-ENTRY OCCURS 2000 TIMES
                                PIC 9(5)      COMP.
       01 WS-I                  PIC 9(5)      COMP.
       01 WS-J                  PIC 9(5)      COMP.
       01 WS-MIN-IDX            PIC 9(5)      COMP.
       01 WS-SWAP               PIC 9(5)      COMP.
       01 WS-CUR-PGM-CODE       PIC X(4).
      *    KEEP WS-HIST-TERM-MAX EQUAL TO THE HIST-TERM-ENTRY OCCURS
      *    COUNT IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-TERM-MAX      PIC 9(2)      COMP VALUE 12.
       01 WS-HIST-TERM-IDX      PIC 9(2)      COMP.
       01 WS-LATEST-SLOT        PIC 9(2)      COMP.
       01 WS-CRS-I              PIC 9(3)      COMP.
      *    ONE CANDIDATE'S FIGURES.
       01 WS-CUM-GPA            PIC 9(2)V9(3).
       01 WS-ROWS-DEGREE        PIC 9(5).
       01 WS-RES-DEGREE         PIC 9(5).
       01 WS-LEGACY-DEGREE      PIC S9(5).
       01 WS-INCOMPLETE-COUNT   PIC 9(3)      COMP.
       01 WS-LATEST-STANDING    PIC X(2).
       01 WS-HONORS-CODE        PIC X(1).
          88 HONORS-SUMMA                     VALUE "S".
          88 HONORS-MAGNA                     VALUE "M".
          88 HONORS-CUM-LAUDE                 VALUE "C".
          88 HONORS-NONE                      VALUE SPACE.
       01 WS-HONORS-TEXT        PIC X(16).
       01 WS-HOLD-SW            PIC X(1).
          88 CANDIDATE-HELD                   VALUE "Y".
       01 WS-HOLD-REASON        PIC X(50).
       01 WS-CUR-NAME           PIC X(25).
       01 WS-READ-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-LISTED-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-SUMMA-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-MAGNA-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-CUM-LAUDE-COUNT    PIC 9(8)      VALUE ZERO.
       01 WS-RES-SHORT-COUNT    PIC 9(8)      VALUE ZERO.
       01 WS-DROP-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-GPA-ED      PIC Z9.999.
          05 WS-RPT-MIN-GPA-ED  PIC 9.99.
          05 WS-RPT-HOURS-ED    PIC ZZZZ9.
          05 WS-RPT-INC-ED      PIC ZZ9.
          05 WS-RPT-COUNT-ED    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           ACCEPT WS-RUN-TERM-IN
           IF WS-RUN-TERM-IN(1:5) NUMERIC
              AND WS-RUN-TERM-IN(1:5) NOT = "00000" THEN
              MOVE WS-RUN-TERM-IN(1:5) TO WS-RUN-TERM
           ELSE
              DISPLAY "MYGRHON INVALID TERM ID: " WS-RUN-TERM-IN
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 010-LOAD-CONTROL THRU 010-EXIT
           PERFORM 003-PICK-RULE THRU 003-EXIT
           IF NOT RULE-FOUND THEN
              DISPLAY "MYGRHON CANNOT RUN - NO HONORS RULE IN FORCE"
                   " FOR TERM " WS-RUN-TERM ", CHECK HONCTL, STATUS "
                   WS-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STU-STATUS NOT = "00" THEN
              DISPLAY "MYGRHON CANNOT RUN WITHOUT A STUDENT MASTER -"
                   " CHECK STUMAST, STATUS " WS-STU-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CANDIDATE-FILE
           IF WS-CAND-STATUS NOT = "00" THEN
              DISPLAY "MYGRHON CANNOT OPEN CANDOUT, STATUS "
                   WS-CAND-STATUS
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRHON CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              CLOSE CANDIDATE-FILE
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-LIST-FILE
           PERFORM 001-WRITE-EXCP-HEADER THRU 001-EXIT
           PERFORM UNTIL END-OF-CANDIDATE-FILE
                   READ CANDIDATE-FILE
                   AT END
                      SET END-OF-CANDIDATE-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-READ-COUNT
                      PERFORM 002-EVALUATE-CANDIDATE THRU 002-EXIT
                   END-READ
           END-PERFORM
           CLOSE CANDIDATE-FILE
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE STUDENT-MASTER-FILE
           PERFORM 005-SORT-ORDER THRU 005-EXIT
           OPEN OUTPUT COMMENCEMENT-LIST-FILE
           OPEN OUTPUT DIPLOMA-FILE
           PERFORM 006-WRITE-LIST-HEADER THRU 006-EXIT
           MOVE SPACES TO WS-CUR-PGM-CODE
           PERFORM 007-WRITE-GRADUATE THRU 007-EXIT
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > GRD-ENTRY-COUNT
           PERFORM 008-WRITE-TOTALS THRU 008-EXIT
           CLOSE COMMENCEMENT-LIST-FILE
           CLOSE DIPLOMA-FILE
           CLOSE EXCEPTION-LIST-FILE
      *    A HELD CANDIDATE OR A DROPPED CONTROL CARD IS WORK FOR THE
      *    REGISTRAR BEFORE THE CEREMONY -- RC 4 SO IT IS SEEN. A
      *    GRADUATE DROPPED FOR TABLE ROOM MEANS THE BOOK IS WRONG.
           IF WS-HELD-COUNT > ZERO
              OR WS-CTL-DROP-COUNT > ZERO THEN
              IF RETURN-CODE = ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-DROP-COUNT > ZERO THEN
              MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "MYGRHON TERM " WS-RUN-TERM
                " CANDIDATES " WS-READ-COUNT
                " LISTED " WS-LISTED-COUNT
                " HELD " WS-HELD-COUNT
           GOBACK.

       001-WRITE-EXCP-HEADER.
           MOVE SPACES TO HONEXCP-LINE
           STRING "MYGRADE COMMENCEMENT HOLDS    RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO HONEXCP-LINE
           END-STRING
           WRITE HONEXCP-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO HONEXCP-LINE
           STRING "COMMENCEMENT TERM " WS-RUN-TERM
                  " - NOT ON HONLIST OR DIPLOMA UNTIL CLEARED"
                  INTO HONEXCP-LINE
           END-STRING
           WRITE HONEXCP-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO HONEXCP-LINE
           WRITE HONEXCP-LINE AFTER ADVANCING 1 LINE
           MOVE "STUDENT  PROGRAM  REASON" TO HONEXCP-LINE
           WRITE HONEXCP-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

      *    EVERY HOLD REASON THAT APPLIES IS LISTED, ONE LINE EACH, SO
      *    THE REGISTRAR CLEARS THEM ALL IN ONE PASS.
       002-EVALUATE-CANDIDATE.
           MOVE "N" TO WS-HOLD-SW
           IF CAND-STUDENT-ID NOT NUMERIC THEN
              MOVE "INVALID STUDENT ID ON CANDOUT" TO WS-HOLD-REASON
              PERFORM 004-WRITE-HOLD THRU 004-EXIT
              PERFORM 002E-COUNT-HOLD THRU 002E-EXIT
              GO TO 002-EXIT
           END-IF
           PERFORM 002A-MATCH-MASTER THRU 002A-EXIT
           IF STU-FOUND THEN
              MOVE STU-NAME TO WS-CUR-NAME
           ELSE
              MOVE SPACES TO WS-CUR-NAME
              MOVE "NOT ON STUDENT MASTER - NO DIPLOMA NAME"
                   TO WS-HOLD-REASON
              PERFORM 004-WRITE-HOLD THRU 004-EXIT
           END-IF
           MOVE CAND-STUDENT-ID TO HIST-STUDENT-ID
           READ CUMULATIVE-HISTORY-FILE
               INVALID KEY
                  MOVE "NOT ON CUMHIST - ARCHIVED? RESTORE WITH MYGRRLD"
                       TO WS-HOLD-REASON
                  PERFORM 004-WRITE-HOLD THRU 004-EXIT
           END-READ
           IF WS-HIST-STATUS NOT = "00" THEN
              PERFORM 002E-COUNT-HOLD THRU 002E-EXIT
              GO TO 002-EXIT
           END-IF
           PERFORM 002B-MEASURE-CANDIDATE THRU 002B-EXIT
           IF WS-INCOMPLETE-COUNT > ZERO THEN
              MOVE WS-INCOMPLETE-COUNT TO WS-RPT-INC-ED
              MOVE SPACES TO WS-HOLD-REASON
              STRING "OUTSTANDING INCOMPLETE (I) ROWS: " WS-RPT-INC-ED
                     INTO WS-HOLD-REASON
              END-STRING
              PERFORM 004-WRITE-HOLD THRU 004-EXIT
           END-IF
           IF WS-LATEST-STANDING = "PR" THEN
              MOVE SPACES TO WS-HOLD-REASON
              STRING "LATEST TERM " HIST-TERM-ID(WS-LATEST-SLOT)
                     " ENDED ON PROBATION (PR)"
                     INTO WS-HOLD-REASON
              END-STRING
              PERFORM 004-WRITE-HOLD THRU 004-EXIT
           END-IF
           IF WS-LATEST-STANDING = "DR" THEN
              MOVE SPACES TO WS-HOLD-REASON
              STRING "LATEST TERM " HIST-TERM-ID(WS-LATEST-SLOT)
                     " ENDED IN DISMISSAL REVIEW (DR)"
                     INTO WS-HOLD-REASON
              END-STRING
              PERFORM 004-WRITE-HOLD THRU 004-EXIT
           END-IF
           IF CANDIDATE-HELD THEN
              PERFORM 002E-COUNT-HOLD THRU 002E-EXIT
              GO TO 002-EXIT
           END-IF
           PERFORM 002D-DECIDE-HONORS THRU 002D-EXIT
           IF GRD-ENTRY-COUNT >= GRD-ENTRY-MAX THEN
              DISPLAY "MYGRHON GRADUATE TABLE FULL, CANDIDATE DROPPED: "
                   CAND-STUDENT-ID
              ADD 1 TO WS-DROP-COUNT
              GO TO 002-EXIT
           END-IF
           ADD 1 TO GRD-ENTRY-COUNT
           MOVE CAND-PGM-CODE TO GRD-PGM-CODE(GRD-ENTRY-COUNT)
           MOVE WS-CUR-NAME TO GRD-NAME(GRD-ENTRY-COUNT)
           MOVE CAND-STUDENT-ID TO GRD-STUDENT-ID(GRD-ENTRY-COUNT)
           MOVE WS-HONORS-CODE TO GRD-HONORS-CODE(GRD-ENTRY-COUNT)
           MOVE WS-CUM-GPA TO GRD-CUM-GPA(GRD-ENTRY-COUNT)
           MOVE WS-RES-DEGREE TO GRD-RES-HOURS(GRD-ENTRY-COUNT)
           .

       002-EXIT.
           EXIT.

       002A-MATCH-MASTER.
           MOVE "N" TO WS-STU-FOUND-SW
           MOVE CAND-STUDENT-ID TO STU-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET STU-FOUND TO TRUE
           END-READ
           .

       002A-EXIT.
           EXIT.

      *    CUMULATIVE GPA, IN-RESIDENCE HOURS, OUTSTANDING INCOMPLETES
      *    AND THE STANDING OF THE LATEST POSTED TERM.
       002B-MEASURE-CANDIDATE.
           MOVE ZERO TO WS-CUM-GPA
           IF HIST-CUM-DEGREE > ZERO THEN
              COMPUTE WS-CUM-GPA = HIST-CUM-GRADE / HIST-CUM-DEGREE
           END-IF
           MOVE ZERO TO WS-ROWS-DEGREE
           MOVE ZERO TO WS-RES-DEGREE
           MOVE ZERO TO WS-INCOMPLETE-COUNT
           PERFORM 002C-ADD-ROW THRU 002C-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
           COMPUTE WS-LEGACY-DEGREE = HIST-CUM-DEGREE - WS-ROWS-DEGREE
           IF WS-LEGACY-DEGREE > ZERO THEN
              ADD WS-LEGACY-DEGREE TO WS-RES-DEGREE
           END-IF
           MOVE ZERO TO WS-LATEST-SLOT
           MOVE SPACES TO WS-LATEST-STANDING
           PERFORM 002F-SCAN-SLOT THRU 002F-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           IF WS-LATEST-SLOT > ZERO THEN
              MOVE HIST-TERM-STANDING(WS-LATEST-SLOT)
                   TO WS-LATEST-STANDING
           END-IF
           .

       002B-EXIT.
           EXIT.

      *    STATUS A AND T ROWS ARE WHAT HIST-CUM-DEGREE HOLDS BEYOND
      *    THE PRE-CONVERSION HOURS (THE INVARIANT IN HISTREC.CPY);
      *    ONLY THE A ROWS ARE IN RESIDENCE.
       002C-ADD-ROW.
           EVALUATE HIST-CRS-STATUS(WS-CRS-I)
              WHEN "A"
                 ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-ROWS-DEGREE
                 ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-RES-DEGREE
              WHEN "T"
                 ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-ROWS-DEGREE
              WHEN "I"
                 ADD 1 TO WS-INCOMPLETE-COUNT
           END-EVALUATE
           .

       002C-EXIT.
           EXIT.

      *    THE HIGHEST LEVEL WHOSE GPA IS MET; THE RESIDENCE MINIMUM
      *    APPLIES TO EVERY LEVEL, SO A STUDENT SHORT OF IT GRADUATES
      *    WITHOUT HONORS WHATEVER THE GPA (COUNTED ON THE TOTALS).
       002D-DECIDE-HONORS.
           EVALUATE TRUE
              WHEN HIST-CUM-DEGREE = ZERO
                 MOVE SPACE TO WS-HONORS-CODE
              WHEN WS-CUM-GPA >= WS-RULE-SUMMA-GPA
                 SET HONORS-SUMMA TO TRUE
              WHEN WS-CUM-GPA >= WS-RULE-MAGNA-GPA
                 SET HONORS-MAGNA TO TRUE
              WHEN WS-CUM-GPA >= WS-RULE-CUM-GPA
                 SET HONORS-CUM-LAUDE TO TRUE
              WHEN OTHER
                 MOVE SPACE TO WS-HONORS-CODE
           END-EVALUATE
           IF NOT HONORS-NONE
              AND WS-RES-DEGREE < WS-RULE-RES-HOURS THEN
              ADD 1 TO WS-RES-SHORT-COUNT
              MOVE SPACE TO WS-HONORS-CODE
           END-IF
           .

       002D-EXIT.
           EXIT.

       002E-COUNT-HOLD.
           ADD 1 TO WS-HELD-COUNT
           .

       002E-EXIT.
           EXIT.

      *    THE LATEST TERM IS THE HIGHEST TERM ID AMONG THE OCCUPIED
      *    SLOTS -- SLOTS ARE NOT KEPT IN TERM ORDER.
       002F-SCAN-SLOT.
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) NOT = ZERO THEN
              IF WS-LATEST-SLOT = ZERO THEN
                 MOVE WS-HIST-TERM-IDX TO WS-LATEST-SLOT
              ELSE
                 IF HIST-TERM-ID(WS-HIST-TERM-IDX) >
                    HIST-TERM-ID(WS-LATEST-SLOT) THEN
                    MOVE WS-HIST-TERM-IDX TO WS-LATEST-SLOT
                 END-IF
              END-IF
           END-IF
           .

       002F-EXIT.
           EXIT.

      *    THE RULE IN FORCE IS THE ONE WITH THE HIGHEST EFFECTIVE
      *    TERM NOT ABOVE THE COMMENCEMENT TERM.
       003-PICK-RULE.
           PERFORM 003A-SCAN-RULE THRU 003A-EXIT
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > RULE-ENTRY-COUNT
           .

       003-EXIT.
           EXIT.

       003A-SCAN-RULE.
           IF RULE-TAB-EFF-TERM(WS-RULE-IDX) NOT > WS-RUN-TERM
              AND (NOT RULE-FOUND
                   OR RULE-TAB-EFF-TERM(WS-RULE-IDX) NOT <
                      WS-RULE-EFF-TERM) THEN
              SET RULE-FOUND TO TRUE
              MOVE RULE-TAB-EFF-TERM(WS-RULE-IDX) TO WS-RULE-EFF-TERM
              MOVE RULE-TAB-SUMMA-GPA(WS-RULE-IDX)
                   TO WS-RULE-SUMMA-GPA
              MOVE RULE-TAB-MAGNA-GPA(WS-RULE-IDX)
                   TO WS-RULE-MAGNA-GPA
              MOVE RULE-TAB-CUM-GPA(WS-RULE-IDX) TO WS-RULE-CUM-GPA
              MOVE RULE-TAB-RES-HOURS(WS-RULE-IDX)
                   TO WS-RULE-RES-HOURS
           END-IF
           .

       003A-EXIT.
           EXIT.

       004-WRITE-HOLD.
           SET CANDIDATE-HELD TO TRUE
           MOVE SPACES TO HONEXCP-LINE
           STRING CAND-STUDENT-ID "   " CAND-PGM-CODE "     "
                  WS-HOLD-REASON
                  INTO HONEXCP-LINE
           END-STRING
           WRITE HONEXCP-LINE AFTER ADVANCING 1 LINE
           .

       004-EXIT.
           EXIT.

      *    SELECTION SORT OF THE PRINT ORDER ON GRD-SORT-KEY,
      *    ASCENDING -- THE TABLE ITSELF STAYS IN CANDOUT ORDER.
       005-SORT-ORDER.
           PERFORM 005A-SEED-ORDER THRU 005A-EXIT
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I > GRD-ENTRY-COUNT
           PERFORM 005B-SELECT-ONE THRU 005B-EXIT
                VARYING WS-I FROM 1 BY 1
                UNTIL WS-I >= GRD-ENTRY-COUNT
           .

       005-EXIT.
           EXIT.

       005A-SEED-ORDER.
           MOVE WS-I TO ORD-ENTRY(WS-I)
           .

       005A-EXIT.
           EXIT.

       005B-SELECT-ONE.
           MOVE WS-I TO WS-MIN-IDX
           PERFORM 005C-FIND-MIN THRU 005C-EXIT
                VARYING WS-J FROM WS-I BY 1
                UNTIL WS-J > GRD-ENTRY-COUNT
           IF WS-MIN-IDX NOT = WS-I THEN
              MOVE ORD-ENTRY(WS-I) TO WS-SWAP
              MOVE ORD-ENTRY(WS-MIN-IDX) TO ORD-ENTRY(WS-I)
              MOVE WS-SWAP TO ORD-ENTRY(WS-MIN-IDX)
           END-IF
           .

       005B-EXIT.
           EXIT.

       005C-FIND-MIN.
           IF GRD-SORT-KEY(ORD-ENTRY(WS-J)) <
              GRD-SORT-KEY(ORD-ENTRY(WS-MIN-IDX)) THEN
              MOVE WS-J TO WS-MIN-IDX
           END-IF
           .

       005C-EXIT.
           EXIT.

       006-WRITE-LIST-HEADER.
           MOVE SPACES TO HONLIST-LINE
           STRING "MYGRADE COMMENCEMENT LIST     RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING PAGE
           MOVE WS-RULE-SUMMA-GPA TO WS-RPT-MIN-GPA-ED
           MOVE SPACES TO HONLIST-LINE
           STRING "COMMENCEMENT TERM " WS-RUN-TERM
                  "   HONCTL RULE OF TERM " WS-RULE-EFF-TERM
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO HONLIST-LINE
           STRING "SUMMA " WS-RPT-MIN-GPA-ED
                  INTO HONLIST-LINE
           END-STRING
           MOVE WS-RULE-MAGNA-GPA TO WS-RPT-MIN-GPA-ED
           MOVE "MAGNA" TO HONLIST-LINE(13:5)
           MOVE WS-RPT-MIN-GPA-ED TO HONLIST-LINE(19:4)
           MOVE WS-RULE-CUM-GPA TO WS-RPT-MIN-GPA-ED
           MOVE "CUM LAUDE" TO HONLIST-LINE(25:9)
           MOVE WS-RPT-MIN-GPA-ED TO HONLIST-LINE(35:4)
           MOVE WS-RULE-RES-HOURS TO WS-RPT-HOURS-ED
           MOVE "RESIDENCE HOURS" TO HONLIST-LINE(41:15)
           MOVE WS-RPT-HOURS-ED TO HONLIST-LINE(57:5)
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           .

       006-EXIT.
           EXIT.

      *    A NEW PROGRAM STARTS ITS OWN BLOCK OF THE LIST.
       007-WRITE-GRADUATE.
           MOVE ORD-ENTRY(WS-I) TO WS-J
           IF GRD-PGM-CODE(WS-J) NOT = WS-CUR-PGM-CODE THEN
              MOVE GRD-PGM-CODE(WS-J) TO WS-CUR-PGM-CODE
              MOVE SPACES TO HONLIST-LINE
              WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
              MOVE SPACES TO HONLIST-LINE
              STRING "PROGRAM " WS-CUR-PGM-CODE
                     INTO HONLIST-LINE
              END-STRING
              WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
              MOVE "  NAME" TO HONLIST-LINE
              MOVE "STUDENT" TO HONLIST-LINE(30:7)
              MOVE "HONORS" TO HONLIST-LINE(39:6)
              MOVE "CUM GPA" TO HONLIST-LINE(57:7)
              MOVE "RES HRS" TO HONLIST-LINE(66:7)
              WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE GRD-HONORS-CODE(WS-J) TO WS-HONORS-CODE
           PERFORM 009-HONORS-TEXT THRU 009-EXIT
           ADD 1 TO WS-LISTED-COUNT
           EVALUATE TRUE
              WHEN HONORS-SUMMA
                 ADD 1 TO WS-SUMMA-COUNT
              WHEN HONORS-MAGNA
                 ADD 1 TO WS-MAGNA-COUNT
              WHEN HONORS-CUM-LAUDE
                 ADD 1 TO WS-CUM-LAUDE-COUNT
           END-EVALUATE
           MOVE GRD-CUM-GPA(WS-J) TO WS-RPT-GPA-ED
           MOVE GRD-RES-HOURS(WS-J) TO WS-RPT-HOURS-ED
           MOVE SPACES TO HONLIST-LINE
           MOVE GRD-NAME(WS-J) TO HONLIST-LINE(3:25)
           MOVE GRD-STUDENT-ID(WS-J) TO HONLIST-LINE(30:6)
           MOVE WS-HONORS-TEXT TO HONLIST-LINE(39:16)
           MOVE WS-RPT-GPA-ED TO HONLIST-LINE(57:6)
           MOVE WS-RPT-HOURS-ED TO HONLIST-LINE(67:5)
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO DIPLOMA-REC
           MOVE GRD-STUDENT-ID(WS-J) TO DIP-STUDENT-ID
           MOVE GRD-NAME(WS-J) TO DIP-NAME
           MOVE GRD-PGM-CODE(WS-J) TO DIP-PGM-CODE
           MOVE WS-HONORS-CODE TO DIP-HONORS-CODE
           MOVE WS-HONORS-TEXT TO DIP-HONORS
           MOVE WS-RUN-TERM TO DIP-TERM
           WRITE DIPLOMA-REC
           .

       007-EXIT.
           EXIT.

       008-WRITE-TOTALS.
           MOVE SPACES TO HONLIST-LINE
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE WS-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO HONLIST-LINE
           STRING "CANDIDATES READ ............. " WS-RPT-COUNT-ED
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE WS-LISTED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO HONLIST-LINE
           STRING "GRADUATES LISTED ............ " WS-RPT-COUNT-ED
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE WS-SUMMA-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO HONLIST-LINE
           STRING "  SUMMA CUM LAUDE ........... " WS-RPT-COUNT-ED
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE WS-MAGNA-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO HONLIST-LINE
           STRING "  MAGNA CUM LAUDE ........... " WS-RPT-COUNT-ED
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CUM-LAUDE-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO HONLIST-LINE
           STRING "  CUM LAUDE ................. " WS-RPT-COUNT-ED
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE WS-RES-SHORT-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO HONLIST-LINE
           STRING "  HONORS GPA, RESIDENCE SHORT " WS-RPT-COUNT-ED
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE WS-HELD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO HONLIST-LINE
           STRING "CANDIDATES HELD (HONEXCP) ... " WS-RPT-COUNT-ED
                  INTO HONLIST-LINE
           END-STRING
           WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO HONEXCP-LINE
           WRITE HONEXCP-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO HONEXCP-LINE
           STRING "CANDIDATES HELD ............. " WS-RPT-COUNT-ED
                  INTO HONEXCP-LINE
           END-STRING
           WRITE HONEXCP-LINE AFTER ADVANCING 1 LINE
           IF WS-DROP-COUNT > ZERO THEN
              MOVE WS-DROP-COUNT TO WS-RPT-COUNT-ED
              MOVE SPACES TO HONLIST-LINE
              STRING "*** GRADUATES DROPPED, TABLE FULL "
                     WS-RPT-COUNT-ED " - LIST INCOMPLETE ***"
                     INTO HONLIST-LINE
              END-STRING
              WRITE HONLIST-LINE AFTER ADVANCING 1 LINE
           END-IF
           .

       008-EXIT.
           EXIT.

       009-HONORS-TEXT.
           EVALUATE TRUE
              WHEN HONORS-SUMMA
                 MOVE "SUMMA CUM LAUDE" TO WS-HONORS-TEXT
              WHEN HONORS-MAGNA
                 MOVE "MAGNA CUM LAUDE" TO WS-HONORS-TEXT
              WHEN HONORS-CUM-LAUDE
                 MOVE "CUM LAUDE" TO WS-HONORS-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-HONORS-TEXT
           END-EVALUATE
           .

       009-EXIT.
           EXIT.

       010-LOAD-CONTROL.
           OPEN INPUT HONORS-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00" THEN
              DISPLAY "HONCTL OPEN FAILED, STATUS " WS-CTL-STATUS
           ELSE
              PERFORM UNTIL END-OF-CONTROL-FILE
                      READ HONORS-CONTROL-FILE
                      AT END
                         SET END-OF-CONTROL-FILE TO TRUE
                      NOT AT END
                         PERFORM 010A-STORE-CARD THRU 010A-EXIT
                      END-READ
              END-PERFORM
              CLOSE HONORS-CONTROL-FILE
           END-IF
           .

       010-EXIT.
           EXIT.

       010A-STORE-CARD.
           EVALUATE TRUE
              WHEN CTL-EFF-TERM NOT NUMERIC
                   OR CTL-SUMMA-GPA NOT NUMERIC
                   OR CTL-MAGNA-GPA NOT NUMERIC
                   OR CTL-CUM-LAUDE-GPA NOT NUMERIC
                   OR CTL-MIN-RES-HOURS NOT NUMERIC
                   OR CTL-CUM-LAUDE-GPA = ZERO
                   OR CTL-MAGNA-GPA < CTL-CUM-LAUDE-GPA
                   OR CTL-SUMMA-GPA < CTL-MAGNA-GPA
                 DISPLAY "HONCTL CARD DROPPED, BAD FIELD: "
                      HONORS-RULE-CARD
                 ADD 1 TO WS-CTL-DROP-COUNT
              WHEN RULE-ENTRY-COUNT >= RULE-ENTRY-MAX
                 DISPLAY "HONCTL RULE TABLE FULL, CARD DROPPED: "
                      HONORS-RULE-CARD
                 ADD 1 TO WS-CTL-DROP-COUNT
              WHEN OTHER
                 ADD 1 TO RULE-ENTRY-COUNT
                 MOVE CTL-EFF-TERM
                      TO RULE-TAB-EFF-TERM(RULE-ENTRY-COUNT)
                 MOVE CTL-SUMMA-GPA
                      TO RULE-TAB-SUMMA-GPA(RULE-ENTRY-COUNT)
                 MOVE CTL-MAGNA-GPA
                      TO RULE-TAB-MAGNA-GPA(RULE-ENTRY-COUNT)
                 MOVE CTL-CUM-LAUDE-GPA
                      TO RULE-TAB-CUM-GPA(RULE-ENTRY-COUNT)
                 MOVE CTL-MIN-RES-HOURS
                      TO RULE-TAB-RES-HOURS(RULE-ENTRY-COUNT)
           END-EVALUATE
           .

       010A-EXIT.
           EXIT.
