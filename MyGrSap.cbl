       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRSAP.
       AUTHOR. 62160246.
      *    TERM-END SATISFACTORY ACADEMIC PROGRESS (SAP) EVALUATION
      *    FOR FINANCIAL AID, OVER THE CUMHIST CLUSTER. THE RUN TERM
      *    (YYYYT) COMES FROM SYSIN; EVERY STUDENT WITH A POSTED SLOT
      *    FOR IT IS MEASURED ON THREE TESTS:
      *      GPA       - CUMULATIVE GPA (HIST-CUM-GRADE OVER
      *                  HIST-CUM-DEGREE, THE SAME FIGURE EVERY
      *                  OTHER PROGRAM PRINTS) AT OR ABOVE THE RULE
      *                  MINIMUM. A STUDENT WITH NO GPA HOURS YET
      *                  PASSES.
      *      PACE      - COMPLETION RATE, EARNED HOURS OVER
      *                  ATTEMPTED HOURS (W, F AND I ALL COUNT AS
      *                  ATTEMPTED, SEE HISTREC.CPY), AT OR ABOVE THE
      *                  RULE MINIMUM PERCENT.
      *      TIMEFRAME - THE MAXIMUM TIMEFRAME IS THE PROGRAM LENGTH
      *                  TIMES THE RULE PERCENT (150). IT FAILS ONCE
      *                  ATTEMPTED HOURS PASS IT, OR ONCE THE HOURS
      *                  STILL NEEDED TO FINISH NO LONGER FIT IN WHAT
      *                  IS LEFT OF IT.
      *    ATTEMPTED AND EARNED HOURS ARE THE SUM OF THE TERM SLOTS'
      *    SPLIT UP TO THE RUN TERM, PLUS THE ATTEMPT ROWS OF ANY
      *    TERM WITH NO SLOT, PLUS THE PRE-CONVERSION HOURS HELD ONLY
      *    IN HIST-CUM-DEGREE (COUNTED BOTH ATTEMPTED AND EARNED --
      *    THEY POSTED, SO THEY WERE PASSED).
      *    THE STATUS (HIST-TERM-SAP-STATUS ON THE RUN TERM'S SLOT)
      *    CARRIES FORWARD THE WAY HIST-TERM-PROB-CT CARRIES
      *    PROBATION: THE STARTING POINT IS THE LATEST EVALUATED SLOT
      *    BEFORE THE RUN TERM.
      *      ALL TESTS MET                        -> M MEETING
      *      TIMEFRAME FAILED                     -> S SUSPENSION
      *      GPA OR PACE FAILED, PRIOR M OR NONE  -> W WARNING
      *      GPA OR PACE FAILED, PRIOR W, S OR P  -> S SUSPENSION
      *    A SUSPENSION WITH AN APPROVED APPEAL CARD ON SAPCTL FOR THE
      *    RUN TERM BECOMES P APPEAL PROBATION INSTEAD.
      *    THE RULES ARE REGISTRAR-MAINTAINED ON SAPCTL (SEE THE FD).
      *    EVERY EVALUATED STUDENT GOES ON THE FIXED-FORMAT SAPFEED
      *    FILE FOR THE AID SYSTEM; SAPRPT LISTS ONLY THE STUDENTS
      *    WHOSE STATUS MOVED FROM THE PRIOR TERM'S. A RERUN OF THE
      *    SAME TERM REPLACES THE TERM'S STATUS, IT DOES NOT STACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAP-CONTROL-FILE ASSIGN TO SAPCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
           SELECT CUMULATIVE-HISTORY-FILE ASSIGN TO CUMHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CUMHIST-JOURNAL-FILE ASSIGN TO CUMJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
           SELECT SAP-FEED-FILE ASSIGN TO SAPFEED
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAP-REPORT-FILE ASSIGN TO SAPRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAP-CONTROL-FILE.
      *    REGISTRAR-MAINTAINED SAP CONTROL CARDS; COLUMN 1 SAYS WHICH
      *    VIEW OF THE CARD APPLIES.
      *    R = RULE CARD. THE RULE WITH THE HIGHEST CTL-EFF-TERM AT
      *        OR BELOW THE RUN TERM IS THE ONE IN FORCE, SAME AS A
      *        GRADESCL ENTRY. CTL-MIN-GPA IS THREE DIGITS, ASSUMED
      *        V99 (200 = 2.00); CTL-MIN-PCT THE MINIMUM COMPLETION
      *        PERCENT (067); CTL-MAX-PCT THE MAXIMUM TIMEFRAME AS A
      *        PERCENT OF CTL-PGM-HOURS, THE PROGRAM LENGTH IN CREDIT
      *        HOURS (150 AND 120).
      *    A = APPROVED APPEAL. ONE CARD PER STUDENT WHOSE APPEAL THE
      *        AID OFFICE GRANTED FOR CTL-APL-TERM; IT TURNS THAT
      *        TERM'S SUSPENSION INTO APPEAL PROBATION. A CARD THAT
      *        FINDS NO SUSPENSION TO TURN IS LISTED ON SAPRPT.
       01 SAP-CONTROL-REC.
          05 CTL-CARD-TYPE      PIC X(1).
             88 CTL-RULE-CARD                 VALUE "R".
             88 CTL-APPEAL-CARD               VALUE "A".
          05 FILLER             PIC X(79).
       01 SAP-RULE-CARD.
          05 FILLER             PIC X(1).
          05 CTL-EFF-TERM       PIC 9(5).
          05 CTL-MIN-GPA        PIC 9(1)V9(2).
          05 CTL-MIN-PCT        PIC 9(3).
          05 CTL-MAX-PCT        PIC 9(3).
          05 CTL-PGM-HOURS      PIC 9(3).
          05 FILLER             PIC X(62).
       01 SAP-APPEAL-CARD.
          05 FILLER             PIC X(1).
          05 CTL-APL-STUDENT-ID PIC 9(6).
          05 CTL-APL-TERM       PIC 9(5).
          05 FILLER             PIC X(68).
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  SAP-FEED-FILE.
      *    THE AID SYSTEM'S FEED: ONE HEADER, ONE DETAIL PER EVALUATED
      *    STUDENT, ONE TRAILER WITH THE DETAIL COUNT AND THE COUNT
      *    BY STATUS; COLUMN 1 SAYS WHICH VIEW APPLIES. THE TEST
      *    FLAGS ARE Y = PASSED, N = FAILED. FIXED 80-BYTE RECORDS --
      *    DO NOT REARRANGE WITHOUT THE AID OFFICE.
       01 SAP-FEED-REC.
          05 SAPF-RECORD-TYPE   PIC X(1).
          05 FILLER             PIC X(79).
       01 SAP-FEED-HEADER.
          05 SAPF-HDR-TYPE      PIC X(1).
          05 SAPF-HDR-SOURCE    PIC X(8).
          05 SAPF-HDR-RUN-DATE  PIC 9(8).
          05 SAPF-HDR-TERM      PIC 9(5).
          05 FILLER             PIC X(58).
       01 SAP-FEED-DETAIL.
          05 SAPF-DTL-TYPE      PIC X(1).
          05 SAPF-STUDENT-ID    PIC 9(6).
          05 SAPF-TERM          PIC 9(5).
          05 SAPF-STATUS        PIC X(1).
          05 SAPF-PRIOR-STATUS  PIC X(1).
          05 SAPF-CUM-GPA       PIC 9(2)V9(3).
          05 SAPF-ATT-HOURS     PIC 9(5).
          05 SAPF-EARN-HOURS    PIC 9(5).
          05 SAPF-COMPL-PCT     PIC 9(3)V9(1).
          05 SAPF-MAX-HOURS     PIC 9(5).
          05 SAPF-GPA-FLAG      PIC X(1).
          05 SAPF-PACE-FLAG     PIC X(1).
          05 SAPF-TIME-FLAG     PIC X(1).
          05 SAPF-APPEAL-FLAG   PIC X(1).
          05 FILLER             PIC X(38).
       01 SAP-FEED-TRAILER.
          05 SAPF-TRL-TYPE      PIC X(1).
          05 SAPF-TRL-COUNT     PIC 9(8).
          05 SAPF-TRL-MEET-CT   PIC 9(8).
          05 SAPF-TRL-WARN-CT   PIC 9(8).
          05 SAPF-TRL-SUSP-CT   PIC 9(8).
          05 SAPF-TRL-APPL-CT   PIC 9(8).
          05 FILLER             PIC X(39).
       FD  SAP-REPORT-FILE.
       01 SAPRPT-LINE           PIC X(100).
       FD  LOCK-FILE.
       COPY CUMLOCK.
       FD  RUN-LOG-FILE.
       COPY RUNLOG.

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
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRSAP".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
       01 WS-STAMP-DATE         PIC 9(8).
       01 WS-STAMP-DATE-R REDEFINES WS-STAMP-DATE.
          05 WS-STAMP-YEAR      PIC 9(4).
          05 WS-STAMP-MONTH     PIC 9(2).
          05 WS-STAMP-DAY       PIC 9(2).
       01 WS-STAMP-TIME         PIC 9(6).
       01 WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
          05 WS-STAMP-HH        PIC 9(2).
          05 WS-STAMP-MM        PIC 9(2).
          05 FILLER             PIC 9(2).
       01 WS-STAMP-MINS         PIC 9(10)     COMP.
       01 WS-LOCK-MINS          PIC 9(10)     COMP.
       01 WS-NOW-MINS           PIC 9(10)     COMP.
       01 WS-LOCK-STALE-MINS    PIC 9(4)      COMP VALUE 720.
       01 WS-CTL-STATUS         PIC X(2).
       01 WS-CTL-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-CONTROL-FILE              VALUE "Y".
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-HIST-EOF-SW        PIC X(1)      VALUE "N".
          88 END-OF-HISTORY                   VALUE "Y".
      *    KEEP WS-HIST-TERM-MAX EQUAL TO THE HIST-TERM-ENTRY OCCURS
      *    COUNT IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-TERM-MAX      PIC 9(2)      COMP VALUE 12.
       01 WS-HIST-TERM-IDX      PIC 9(2)      COMP.
       01 WS-RUN-SLOT           PIC 9(2)      COMP.
       01 WS-ROW-SLOT           PIC 9(2)      COMP.
       01 WS-PRIOR-TERM         PIC 9(5).
       01 WS-CRS-I              PIC 9(3)      COMP.
       01 WS-RUN-TERM-IN        PIC X(5).
       01 WS-RUN-TERM           PIC 9(5)      VALUE ZERO.
      *    THE RULE IN FORCE FOR THE RUN TERM, PICKED OFF THE RULE
      *    TABLE AT START-UP (003-PICK-RULE).
       01 WS-RULE-FOUND-SW      PIC X(1)      VALUE "N".
          88 RULE-FOUND                       VALUE "Y".
       01 WS-RULE-EFF-TERM      PIC 9(5)      VALUE ZERO.
       01 WS-RULE-MIN-GPA       PIC 9(1)V9(2) VALUE ZERO.
       01 WS-RULE-MIN-PCT       PIC 9(3)      VALUE ZERO.
       01 WS-RULE-MAX-PCT       PIC 9(3)      VALUE ZERO.
       01 WS-RULE-PGM-HOURS     PIC 9(3)      VALUE ZERO.
       01 WS-RULE-MAX-HOURS     PIC 9(5)      VALUE ZERO.
       01 RULE-TABLE.
          05 RULE-ENTRY-MAX     PIC 9(3)      COMP VALUE 50.
          05 RULE-ENTRY-COUNT   PIC 9(3)      COMP VALUE ZERO.
          05 RULE-ENTRY OCCURS 50 TIMES.
             10 RULE-TAB-EFF-TERM  PIC 9(5).
             10 RULE-TAB-MIN-GPA   PIC 9(1)V9(2).
             10 RULE-TAB-MIN-PCT   PIC 9(3).
             10 RULE-TAB-MAX-PCT   PIC 9(3).
             10 RULE-TAB-PGM-HOURS PIC 9(3).
       01 WS-RULE-IDX           PIC 9(3)      COMP.
      *    APPROVED APPEALS FOR THE RUN TERM ONLY -- CARDS FOR OTHER
      *    TERMS ARE SKIPPED ON LOAD. APL-TAB-USED IS SET WHEN THE
      *    CARD TURNS A SUSPENSION, SO THE LEFTOVERS CAN BE LISTED.
       01 APPEAL-TABLE.
          05 APPEAL-ENTRY-MAX   PIC 9(4)      COMP VALUE 2000.
          05 APPEAL-ENTRY-COUNT PIC 9(4)      COMP VALUE ZERO.
          05 APPEAL-ENTRY OCCURS 2000 TIMES.
             10 APL-TAB-STUDENT-ID PIC 9(6).
             10 APL-TAB-USED       PIC X(1).
       01 WS-APL-IDX            PIC 9(4)      COMP.
       01 WS-APL-MATCH          PIC 9(4)      COMP.
       01 WS-CTL-DROP-COUNT     PIC 9(8)      VALUE ZERO.
      *    ONE STUDENT'S MEASUREMENTS.
       01 WS-SAP-ATT-HOURS      PIC 9(5).
       01 WS-SAP-EARN-HOURS     PIC 9(5).
       01 WS-ROW-HOURS          PIC 9(5).
       01 WS-LEGACY-HOURS       PIC S9(5).
       01 WS-HOURS-NEEDED       PIC S9(5).
       01 WS-HOURS-LEFT         PIC S9(5).
       01 WS-CUM-GPA            PIC 9(2)V9(3).
       01 WS-COMPL-PCT          PIC 9(3)V9(1).
       01 WS-GPA-FLAG           PIC X(1).
          88 GPA-TEST-MET                     VALUE "Y".
       01 WS-PACE-FLAG          PIC X(1).
          88 PACE-TEST-MET                    VALUE "Y".
       01 WS-TIME-FLAG          PIC X(1).
          88 TIME-TEST-MET                    VALUE "Y".
       01 WS-APPEAL-FLAG        PIC X(1).
       01 WS-PRIOR-SAP          PIC X(1).
       01 WS-OLD-SAP            PIC X(1).
       01 WS-NEW-SAP            PIC X(1).
          88 SAP-MEETING                      VALUE "M".
          88 SAP-WARNING                      VALUE "W".
          88 SAP-SUSPENSION                   VALUE "S".
          88 SAP-APPEAL-PROB                  VALUE "P".
       01 WS-SAP-TEXT           PIC X(16).
       01 WS-READ-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-EVAL-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-NOT-ENROLLED-COUNT PIC 9(8)      VALUE ZERO.
       01 WS-CHANGED-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-STUDENT-CHG-COUNT  PIC 9(8)      VALUE ZERO.
       01 WS-MEET-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-WARN-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-SUSP-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-APPL-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-APL-UNUSED-COUNT   PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-GPA-ED      PIC Z9.999.
          05 WS-RPT-MIN-GPA-ED  PIC 9.99.
          05 WS-RPT-PCT-ED      PIC ZZ9.9.
          05 WS-RPT-HOURS-ED    PIC ZZZZ9.
          05 WS-RPT-EARN-ED     PIC ZZZZ9.
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
              DISPLAY "MYGRSAP INVALID TERM ID: " WS-RUN-TERM-IN
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 010-LOAD-CONTROL THRU 010-EXIT
           PERFORM 003-PICK-RULE THRU 003-EXIT
           IF NOT RULE-FOUND THEN
              DISPLAY "MYGRSAP CANNOT RUN - NO SAP RULE IN FORCE FOR"
                   " TERM " WS-RUN-TERM ", CHECK SAPCTL, STATUS "
                   WS-CTL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME
           PERFORM 090-ACQUIRE-LOCK THRU 090-EXIT
           IF LOCK-BLOCKED THEN
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRSAP CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND CUMHIST-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
              DISPLAY "MYGRSAP CANNOT OPEN CUMJRNL, STATUS "
                   WS-JRN-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SAP-FEED-FILE
           OPEN OUTPUT SAP-REPORT-FILE
           PERFORM 001-WRITE-HEADERS THRU 001-EXIT
           MOVE ZERO TO HIST-STUDENT-ID
           START CUMULATIVE-HISTORY-FILE
               KEY NOT LESS THAN HIST-STUDENT-ID
               INVALID KEY
                  SET END-OF-HISTORY TO TRUE
           END-START
           PERFORM UNTIL END-OF-HISTORY
                   READ CUMULATIVE-HISTORY-FILE NEXT RECORD
                   AT END
                      SET END-OF-HISTORY TO TRUE
                   NOT AT END
                      ADD 1 TO WS-READ-COUNT
                      PERFORM 002-EVALUATE-STUDENT THRU 002-EXIT
                   END-READ
           END-PERFORM
           PERFORM 008-WRITE-TOTALS THRU 008-EXIT
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE CUMHIST-JOURNAL-FILE
           CLOSE SAP-FEED-FILE
           CLOSE SAP-REPORT-FILE
           IF (WS-APL-UNUSED-COUNT > ZERO
               OR WS-CTL-DROP-COUNT > ZERO)
              AND RETURN-CODE = ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 092-WRITE-RUN-LOG THRU 092-EXIT
           PERFORM 091-RELEASE-LOCK THRU 091-EXIT
           DISPLAY "MYGRSAP TERM " WS-RUN-TERM
                " STUDENTS READ " WS-READ-COUNT
                " EVALUATED " WS-EVAL-COUNT
                " STATUS CHANGES " WS-CHANGED-COUNT
           GOBACK.

       001-WRITE-HEADERS.
           MOVE SPACES TO SAP-FEED-HEADER
           MOVE "H" TO SAPF-HDR-TYPE
           MOVE WS-MY-PROGRAM-ID TO SAPF-HDR-SOURCE
           MOVE WS-RUN-DATE TO SAPF-HDR-RUN-DATE
           MOVE WS-RUN-TERM TO SAPF-HDR-TERM
           WRITE SAP-FEED-HEADER
           MOVE SPACES TO SAPRPT-LINE
           STRING "MYGRADE SAP STATUS CHANGES  RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING PAGE
           MOVE WS-RULE-MIN-GPA TO WS-RPT-MIN-GPA-ED
           MOVE WS-RULE-MAX-HOURS TO WS-RPT-HOURS-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "RUN TERM " WS-RUN-TERM
                  "  RULE OF " WS-RULE-EFF-TERM
                  ": MIN GPA " WS-RPT-MIN-GPA-ED
                  "  MIN PACE " WS-RULE-MIN-PCT "%"
                  "  MAX TIMEFRAME " WS-RPT-HOURS-ED " HRS"
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO SAPRPT-LINE
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO SAPRPT-LINE
           STRING "STUDENT  PRIOR -> NEW                 CUM GPA"
                  "  ATTEMPTED  EARNED   PACE  TESTS FAILED"
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

      *    A STUDENT WITH NO SLOT FOR THE RUN TERM WAS NOT ENROLLED
      *    IN IT AND IS NOT EVALUATED -- THEIR LAST DECISION STANDS.
       002-EVALUATE-STUDENT.
           MOVE ZERO TO WS-RUN-SLOT
           MOVE SPACE TO WS-PRIOR-SAP
           MOVE ZERO TO WS-PRIOR-TERM
           PERFORM 002A-SCAN-SLOT THRU 002A-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           IF WS-RUN-SLOT = ZERO THEN
              ADD 1 TO WS-NOT-ENROLLED-COUNT
              GO TO 002-EXIT
           END-IF
           ADD 1 TO WS-EVAL-COUNT
           PERFORM 004-MEASURE-STUDENT THRU 004-EXIT
           PERFORM 005-DECIDE-STATUS THRU 005-EXIT
           MOVE HIST-TERM-SAP-STATUS(WS-RUN-SLOT) TO WS-OLD-SAP
           IF WS-NEW-SAP NOT = WS-OLD-SAP THEN
              MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
              MOVE WS-NEW-SAP TO HIST-TERM-SAP-STATUS(WS-RUN-SLOT)
              MOVE "C" TO WS-JRN-ACTION
              PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
              REWRITE HISTORY-RECORD
              ADD 1 TO WS-STUDENT-CHG-COUNT
           END-IF
           PERFORM 006-WRITE-FEED-DETAIL THRU 006-EXIT
      *    A FIRST EVALUATION THAT MEETS THE STANDARD IS NOT NEWS;
      *    EVERYTHING ELSE THAT DIFFERS FROM THE PRIOR TERM IS.
           IF WS-NEW-SAP NOT = WS-PRIOR-SAP
              AND NOT (WS-PRIOR-SAP = SPACE AND SAP-MEETING) THEN
              ADD 1 TO WS-CHANGED-COUNT
              PERFORM 007-WRITE-CHANGE-LINE THRU 007-EXIT
           END-IF
           .

       002-EXIT.
           EXIT.

      *    FINDS THE RUN TERM'S SLOT AND THE LATEST EVALUATED SLOT
      *    BEFORE IT (THE PRIOR STATUS).
       002A-SCAN-SLOT.
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) = WS-RUN-TERM
              AND WS-RUN-SLOT = ZERO THEN
              MOVE WS-HIST-TERM-IDX TO WS-RUN-SLOT
           END-IF
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) > ZERO
              AND HIST-TERM-ID(WS-HIST-TERM-IDX) < WS-RUN-TERM
              AND HIST-TERM-SAP-STATUS(WS-HIST-TERM-IDX) NOT = SPACE
              AND HIST-TERM-ID(WS-HIST-TERM-IDX) > WS-PRIOR-TERM THEN
              MOVE HIST-TERM-ID(WS-HIST-TERM-IDX) TO WS-PRIOR-TERM
              MOVE HIST-TERM-SAP-STATUS(WS-HIST-TERM-IDX)
                   TO WS-PRIOR-SAP
           END-IF
           .

       002A-EXIT.
           EXIT.

      *    THE RULE IN FORCE IS THE ONE WITH THE HIGHEST EFFECTIVE
      *    TERM NOT ABOVE THE RUN TERM.
       003-PICK-RULE.
           PERFORM 003A-SCAN-RULE THRU 003A-EXIT
                VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > RULE-ENTRY-COUNT
           IF RULE-FOUND THEN
              COMPUTE WS-RULE-MAX-HOURS =
                   WS-RULE-PGM-HOURS * WS-RULE-MAX-PCT / 100
           END-IF
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
              MOVE RULE-TAB-MIN-GPA(WS-RULE-IDX) TO WS-RULE-MIN-GPA
              MOVE RULE-TAB-MIN-PCT(WS-RULE-IDX) TO WS-RULE-MIN-PCT
              MOVE RULE-TAB-MAX-PCT(WS-RULE-IDX) TO WS-RULE-MAX-PCT
              MOVE RULE-TAB-PGM-HOURS(WS-RULE-IDX)
                   TO WS-RULE-PGM-HOURS
           END-IF
           .

       003A-EXIT.
           EXIT.

      *    ATTEMPTED/EARNED HOURS AS OF THE END OF THE RUN TERM (A
      *    RERUN OF AN OLD TERM IGNORES LATER TERMS), THEN THE THREE
      *    TESTS.
       004-MEASURE-STUDENT.
           MOVE ZERO TO WS-SAP-ATT-HOURS
           MOVE ZERO TO WS-SAP-EARN-HOURS
           MOVE ZERO TO WS-ROW-HOURS
           PERFORM 004A-ADD-SLOT THRU 004A-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           PERFORM 004B-ADD-ROW THRU 004B-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
      *    WHATEVER HIST-CUM-DEGREE HOLDS BEYOND THE A AND T ROWS
      *    POSTED BEFORE THE ATTEMPT TABLE EXISTED (SEE THE INVARIANT
      *    IN HISTREC.CPY).
           COMPUTE WS-LEGACY-HOURS = HIST-CUM-DEGREE - WS-ROW-HOURS
           IF WS-LEGACY-HOURS > ZERO THEN
              ADD WS-LEGACY-HOURS TO WS-SAP-ATT-HOURS
              ADD WS-LEGACY-HOURS TO WS-SAP-EARN-HOURS
           END-IF
           MOVE ZERO TO WS-CUM-GPA
           MOVE "Y" TO WS-GPA-FLAG
           IF HIST-CUM-DEGREE > ZERO THEN
              COMPUTE WS-CUM-GPA = HIST-CUM-GRADE / HIST-CUM-DEGREE
              IF WS-CUM-GPA < WS-RULE-MIN-GPA THEN
                 MOVE "N" TO WS-GPA-FLAG
              END-IF
           END-IF
           MOVE 100 TO WS-COMPL-PCT
           IF WS-SAP-ATT-HOURS > ZERO THEN
              COMPUTE WS-COMPL-PCT ROUNDED =
                   WS-SAP-EARN-HOURS * 100 / WS-SAP-ATT-HOURS
           END-IF
           MOVE "Y" TO WS-PACE-FLAG
           IF WS-COMPL-PCT < WS-RULE-MIN-PCT THEN
              MOVE "N" TO WS-PACE-FLAG
           END-IF
           COMPUTE WS-HOURS-NEEDED =
                WS-RULE-PGM-HOURS - WS-SAP-EARN-HOURS
           IF WS-HOURS-NEEDED < ZERO THEN
              MOVE ZERO TO WS-HOURS-NEEDED
           END-IF
           COMPUTE WS-HOURS-LEFT =
                WS-RULE-MAX-HOURS - WS-SAP-ATT-HOURS
           MOVE "Y" TO WS-TIME-FLAG
           IF WS-HOURS-LEFT < ZERO
              OR WS-HOURS-NEEDED > WS-HOURS-LEFT THEN
              MOVE "N" TO WS-TIME-FLAG
           END-IF
           .

       004-EXIT.
           EXIT.

       004A-ADD-SLOT.
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) > ZERO
              AND HIST-TERM-ID(WS-HIST-TERM-IDX) NOT > WS-RUN-TERM
              THEN
              ADD HIST-TERM-ATT-HOURS(WS-HIST-TERM-IDX)
                   TO WS-SAP-ATT-HOURS
              ADD HIST-TERM-EARN-HOURS(WS-HIST-TERM-IDX)
                   TO WS-SAP-EARN-HOURS
           END-IF
           .

       004A-EXIT.
           EXIT.

      *    EVERY A/T ROW GOES INTO THE ROW-HOURS FIGURE THE LEGACY
      *    RESIDUAL IS TAKEN AGAINST. A ROW WHOSE TERM HAS NO SLOT
      *    (THE TERM AGED OUT OF THE TWELVE SLOTS) HAS ITS SPLIT ON
      *    NO SLOT, SO IT IS COUNTED HERE FROM THE ROW ITSELF.
       004B-ADD-ROW.
           IF HIST-CRS-STATUS(WS-CRS-I) = "A"
              OR HIST-CRS-STATUS(WS-CRS-I) = "T" THEN
              ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-ROW-HOURS
           END-IF
           IF HIST-CRS-TERM(WS-CRS-I) > WS-RUN-TERM THEN
              GO TO 004B-EXIT
           END-IF
           MOVE ZERO TO WS-ROW-SLOT
           PERFORM 004C-FIND-ROW-SLOT THRU 004C-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           IF WS-ROW-SLOT > ZERO THEN
              GO TO 004B-EXIT
           END-IF
           EVALUATE HIST-CRS-STATUS(WS-CRS-I)
              WHEN "A"
              WHEN "S"
                 ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-SAP-ATT-HOURS
                 IF HIST-CRS-POINTS(WS-CRS-I) > ZERO THEN
                    ADD HIST-CRS-DEGREE(WS-CRS-I)
                         TO WS-SAP-EARN-HOURS
                 END-IF
              WHEN "T"
                 ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-SAP-ATT-HOURS
                 ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-SAP-EARN-HOURS
              WHEN "I"
              WHEN "W"
                 ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-SAP-ATT-HOURS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       004B-EXIT.
           EXIT.

       004C-FIND-ROW-SLOT.
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) = HIST-CRS-TERM(WS-CRS-I)
              AND WS-ROW-SLOT = ZERO THEN
              MOVE WS-HIST-TERM-IDX TO WS-ROW-SLOT
           END-IF
           .

       004C-EXIT.
           EXIT.

       005-DECIDE-STATUS.
           MOVE "N" TO WS-APPEAL-FLAG
           EVALUATE TRUE
              WHEN GPA-TEST-MET AND PACE-TEST-MET AND TIME-TEST-MET
                 MOVE "M" TO WS-NEW-SAP
              WHEN NOT TIME-TEST-MET
                 MOVE "S" TO WS-NEW-SAP
              WHEN WS-PRIOR-SAP = "M" OR WS-PRIOR-SAP = SPACE
                 MOVE "W" TO WS-NEW-SAP
              WHEN OTHER
                 MOVE "S" TO WS-NEW-SAP
           END-EVALUATE
           IF SAP-SUSPENSION THEN
              MOVE ZERO TO WS-APL-MATCH
              PERFORM 005A-FIND-APPEAL THRU 005A-EXIT
                   VARYING WS-APL-IDX FROM 1 BY 1
                   UNTIL WS-APL-IDX > APPEAL-ENTRY-COUNT
              IF WS-APL-MATCH > ZERO THEN
                 MOVE "Y" TO APL-TAB-USED(WS-APL-MATCH)
                 MOVE "Y" TO WS-APPEAL-FLAG
                 MOVE "P" TO WS-NEW-SAP
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN SAP-MEETING
                 ADD 1 TO WS-MEET-COUNT
              WHEN SAP-WARNING
                 ADD 1 TO WS-WARN-COUNT
              WHEN SAP-SUSPENSION
                 ADD 1 TO WS-SUSP-COUNT
              WHEN SAP-APPEAL-PROB
                 ADD 1 TO WS-APPL-COUNT
           END-EVALUATE
           .

       005-EXIT.
           EXIT.

       005A-FIND-APPEAL.
           IF APL-TAB-STUDENT-ID(WS-APL-IDX) = HIST-STUDENT-ID
              AND WS-APL-MATCH = ZERO THEN
              MOVE WS-APL-IDX TO WS-APL-MATCH
           END-IF
           .

       005A-EXIT.
           EXIT.

       006-WRITE-FEED-DETAIL.
           MOVE SPACES TO SAP-FEED-DETAIL
           MOVE "D" TO SAPF-DTL-TYPE
           MOVE HIST-STUDENT-ID TO SAPF-STUDENT-ID
           MOVE WS-RUN-TERM TO SAPF-TERM
           MOVE WS-NEW-SAP TO SAPF-STATUS
           MOVE WS-PRIOR-SAP TO SAPF-PRIOR-STATUS
           MOVE WS-CUM-GPA TO SAPF-CUM-GPA
           MOVE WS-SAP-ATT-HOURS TO SAPF-ATT-HOURS
           MOVE WS-SAP-EARN-HOURS TO SAPF-EARN-HOURS
           MOVE WS-COMPL-PCT TO SAPF-COMPL-PCT
           MOVE WS-RULE-MAX-HOURS TO SAPF-MAX-HOURS
           MOVE WS-GPA-FLAG TO SAPF-GPA-FLAG
           MOVE WS-PACE-FLAG TO SAPF-PACE-FLAG
           MOVE WS-TIME-FLAG TO SAPF-TIME-FLAG
           MOVE WS-APPEAL-FLAG TO SAPF-APPEAL-FLAG
           WRITE SAP-FEED-DETAIL
           .

       006-EXIT.
           EXIT.

       007-WRITE-CHANGE-LINE.
           MOVE WS-CUM-GPA TO WS-RPT-GPA-ED
           MOVE WS-SAP-ATT-HOURS TO WS-RPT-HOURS-ED
           MOVE WS-SAP-EARN-HOURS TO WS-RPT-EARN-ED
           MOVE WS-COMPL-PCT TO WS-RPT-PCT-ED
           MOVE SPACES TO SAPRPT-LINE
           MOVE HIST-STUDENT-ID TO SAPRPT-LINE(1:6)
           MOVE WS-PRIOR-SAP TO SAPRPT-LINE(12:1)
           MOVE "->" TO SAPRPT-LINE(16:2)
           MOVE WS-NEW-SAP TO SAPRPT-LINE(19:1)
           PERFORM 009-STATUS-TEXT THRU 009-EXIT
           MOVE WS-SAP-TEXT TO SAPRPT-LINE(21:16)
           MOVE WS-RPT-GPA-ED TO SAPRPT-LINE(40:6)
           MOVE WS-RPT-HOURS-ED TO SAPRPT-LINE(52:5)
           MOVE WS-RPT-EARN-ED TO SAPRPT-LINE(60:5)
           MOVE WS-RPT-PCT-ED TO SAPRPT-LINE(66:5)
           MOVE "%" TO SAPRPT-LINE(71:1)
           IF NOT GPA-TEST-MET THEN
              MOVE "GPA" TO SAPRPT-LINE(74:3)
           END-IF
           IF NOT PACE-TEST-MET THEN
              MOVE "PACE" TO SAPRPT-LINE(78:4)
           END-IF
           IF NOT TIME-TEST-MET THEN
              MOVE "TIMEFRAME" TO SAPRPT-LINE(83:9)
           END-IF
           IF SAP-APPEAL-PROB THEN
              MOVE "APPEAL" TO SAPRPT-LINE(93:6)
           END-IF
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           .

       007-EXIT.
           EXIT.

       008-WRITE-TOTALS.
           MOVE SPACES TO SAP-FEED-TRAILER
           MOVE "T" TO SAPF-TRL-TYPE
           MOVE WS-EVAL-COUNT TO SAPF-TRL-COUNT
           MOVE WS-MEET-COUNT TO SAPF-TRL-MEET-CT
           MOVE WS-WARN-COUNT TO SAPF-TRL-WARN-CT
           MOVE WS-SUSP-COUNT TO SAPF-TRL-SUSP-CT
           MOVE WS-APPL-COUNT TO SAPF-TRL-APPL-CT
           WRITE SAP-FEED-TRAILER
           PERFORM 008A-LIST-UNUSED-APPEAL THRU 008A-EXIT
                VARYING WS-APL-IDX FROM 1 BY 1
                UNTIL WS-APL-IDX > APPEAL-ENTRY-COUNT
           MOVE SPACES TO SAPRPT-LINE
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "STUDENTS READ ......... " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NOT-ENROLLED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "NOT ENROLLED IN TERM .. " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-EVAL-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "STUDENTS EVALUATED .... " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-MEET-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "  MEETING ............. " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-WARN-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "  WARNING ............. " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-SUSP-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "  SUSPENSION .......... " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-APPL-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "  APPEAL PROBATION .... " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CHANGED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "STATUS CHANGES LISTED . " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-APL-UNUSED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "APPEALS NOT APPLIED ... " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-CTL-DROP-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SAPRPT-LINE
           STRING "SAPCTL CARDS DROPPED .. " WS-RPT-COUNT-ED
                  INTO SAPRPT-LINE
           END-STRING
           WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           .

       008-EXIT.
           EXIT.

      *    AN APPEAL CARD THAT TURNED NO SUSPENSION -- THE STUDENT
      *    MET THE STANDARD, ONLY DREW A WARNING, OR WAS NOT ON FILE
      *    FOR THE TERM. THE AID OFFICE SHOULD KNOW IT DID NOTHING.
       008A-LIST-UNUSED-APPEAL.
           IF APL-TAB-USED(WS-APL-IDX) NOT = "Y" THEN
              ADD 1 TO WS-APL-UNUSED-COUNT
              MOVE SPACES TO SAPRPT-LINE
              STRING "APPEAL NOT APPLIED  STUDENT "
                     APL-TAB-STUDENT-ID(WS-APL-IDX)
                     "  - NO SUSPENSION FOR TERM " WS-RUN-TERM
                     INTO SAPRPT-LINE
              END-STRING
              WRITE SAPRPT-LINE AFTER ADVANCING 1 LINE
           END-IF
           .

       008A-EXIT.
           EXIT.

       009-STATUS-TEXT.
           EVALUATE WS-NEW-SAP
              WHEN "M"
                 MOVE "MEETING" TO WS-SAP-TEXT
              WHEN "W"
                 MOVE "WARNING" TO WS-SAP-TEXT
              WHEN "S"
                 MOVE "SUSPENSION" TO WS-SAP-TEXT
              WHEN "P"
                 MOVE "APPEAL PROBATION" TO WS-SAP-TEXT
              WHEN OTHER
                 MOVE SPACES TO WS-SAP-TEXT
           END-EVALUATE
           .

       009-EXIT.
           EXIT.

       010-LOAD-CONTROL.
           OPEN INPUT SAP-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00" THEN
              DISPLAY "SAPCTL OPEN FAILED, STATUS " WS-CTL-STATUS
           ELSE
              PERFORM UNTIL END-OF-CONTROL-FILE
                      READ SAP-CONTROL-FILE
                      AT END
                         SET END-OF-CONTROL-FILE TO TRUE
                      NOT AT END
                         PERFORM 010A-STORE-CARD THRU 010A-EXIT
                      END-READ
              END-PERFORM
              CLOSE SAP-CONTROL-FILE
           END-IF
           .

       010-EXIT.
           EXIT.

       010A-STORE-CARD.
           EVALUATE TRUE
              WHEN CTL-RULE-CARD
                 IF CTL-EFF-TERM NOT NUMERIC
                    OR CTL-MIN-GPA NOT NUMERIC
                    OR CTL-MIN-PCT NOT NUMERIC
                    OR CTL-MAX-PCT NOT NUMERIC
                    OR CTL-PGM-HOURS NOT NUMERIC
                    OR CTL-MIN-PCT > 100
                    OR CTL-MAX-PCT < 100
                    OR CTL-PGM-HOURS = ZERO THEN
                    DISPLAY "SAPCTL RULE CARD DROPPED, BAD FIELD: "
                         SAP-CONTROL-REC
                    ADD 1 TO WS-CTL-DROP-COUNT
                 ELSE
                    IF RULE-ENTRY-COUNT >= RULE-ENTRY-MAX THEN
                       DISPLAY "SAPCTL RULE TABLE FULL, CARD DROPPED: "
                            SAP-CONTROL-REC
                       ADD 1 TO WS-CTL-DROP-COUNT
                    ELSE
                       ADD 1 TO RULE-ENTRY-COUNT
                       MOVE CTL-EFF-TERM
                            TO RULE-TAB-EFF-TERM(RULE-ENTRY-COUNT)
                       MOVE CTL-MIN-GPA
                            TO RULE-TAB-MIN-GPA(RULE-ENTRY-COUNT)
                       MOVE CTL-MIN-PCT
                            TO RULE-TAB-MIN-PCT(RULE-ENTRY-COUNT)
                       MOVE CTL-MAX-PCT
                            TO RULE-TAB-MAX-PCT(RULE-ENTRY-COUNT)
                       MOVE CTL-PGM-HOURS
                            TO RULE-TAB-PGM-HOURS(RULE-ENTRY-COUNT)
                    END-IF
                 END-IF
              WHEN CTL-APPEAL-CARD
                 IF CTL-APL-STUDENT-ID NOT NUMERIC
                    OR CTL-APL-TERM NOT NUMERIC THEN
                    DISPLAY "SAPCTL APPEAL CARD DROPPED, BAD FIELD: "
                         SAP-CONTROL-REC
                    ADD 1 TO WS-CTL-DROP-COUNT
                 ELSE
                    IF CTL-APL-TERM = WS-RUN-TERM THEN
                       IF APPEAL-ENTRY-COUNT >= APPEAL-ENTRY-MAX THEN
                          DISPLAY "SAPCTL APPEAL TABLE FULL, CARD "
                               "DROPPED: " SAP-CONTROL-REC
                          ADD 1 TO WS-CTL-DROP-COUNT
                       ELSE
                          ADD 1 TO APPEAL-ENTRY-COUNT
                          MOVE CTL-APL-STUDENT-ID TO
                               APL-TAB-STUDENT-ID(APPEAL-ENTRY-COUNT)
                          MOVE "N" TO APL-TAB-USED(APPEAL-ENTRY-COUNT)
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY "SAPCTL CARD DROPPED, BAD TYPE: "
                      SAP-CONTROL-REC
                 ADD 1 TO WS-CTL-DROP-COUNT
           END-EVALUATE
           .

       010A-EXIT.
           EXIT.

      *    THE LOCK PROTOCOL EVERY CUMHIST UPDATER FOLLOWS (SEE
      *    CUMLOCK.CPY): A LIVE LOCK FAILS THIS RUN FAST, NAMING THE
      *    HOLDER; A LOCK TWELVE HOURS OLD OR MORE IS THE LEAVINGS
      *    OF AN ABEND AND IS TAKEN OVER WITH A WARNING ON SYSOUT.
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
              OPEN OUTPUT LOCK-FILE
              MOVE WS-MY-PROGRAM-ID TO LOCK-PROGRAM-ID
              MOVE WS-RUN-DATE TO LOCK-DATE
              MOVE WS-RUN-TIME TO LOCK-TIME
              MOVE ZERO TO LOCK-PARTITION
              MOVE ZERO TO LOCK-LOW-ID
              MOVE 999999 TO LOCK-HIGH-ID
              WRITE CUMHIST-LOCK-RECORD
              CLOSE LOCK-FILE
           END-IF
           .

       090-EXIT.
           EXIT.

       090A-JUDGE-LOCK.
           MOVE LOCK-DATE TO WS-STAMP-DATE
           MOVE LOCK-TIME TO WS-STAMP-TIME
           PERFORM 090B-STAMP-TO-MINS THRU 090B-EXIT
           MOVE WS-STAMP-MINS TO WS-LOCK-MINS
           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           MOVE WS-RUN-TIME TO WS-STAMP-TIME
           PERFORM 090B-STAMP-TO-MINS THRU 090B-EXIT
           MOVE WS-STAMP-MINS TO WS-NOW-MINS
           IF WS-NOW-MINS > WS-LOCK-MINS
              AND WS-NOW-MINS - WS-LOCK-MINS >= WS-LOCK-STALE-MINS
              THEN
              DISPLAY "MYGRSAP TAKING OVER STALE CUMHIST LOCK"
                   " LEFT BY " LOCK-PROGRAM-ID
                   " AT " LOCK-DATE " " LOCK-TIME
           ELSE
              SET LOCK-BLOCKED TO TRUE
              DISPLAY "MYGRSAP CANNOT START - CUMHIST IN USE BY "
                   LOCK-PROGRAM-ID " SINCE " LOCK-DATE " "
                   LOCK-TIME
           END-IF
           .

       090A-EXIT.
           EXIT.

      *    SAME CONSERVATIVE 28-DAY-MONTH CLOCK AS EVERY OTHER
      *    UPDATER (SEE 090B-STAMP-TO-MINS IN MYGRLAP) -- IT CAN CALL
      *    A STALE LOCK LIVE AROUND A MONTH END BUT NEVER A LIVE LOCK
      *    STALE.
       090B-STAMP-TO-MINS.
           COMPUTE WS-STAMP-MINS =
                ((WS-STAMP-YEAR * 12 + WS-STAMP-MONTH) * 28
                 + WS-STAMP-DAY) * 1440
                + WS-STAMP-HH * 60 + WS-STAMP-MM
           .

       090B-EXIT.
           EXIT.

       091-RELEASE-LOCK.
           OPEN OUTPUT LOCK-FILE
           CLOSE LOCK-FILE
           .

       091-EXIT.
           EXIT.

      *    ONE RUN-HISTORY LINE PER RUN, APPENDED AFTER THE CLUSTER
      *    CLOSES AND BEFORE THE LOCK DROPS (SEE RUNLOG.CPY).
       092-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-LOG-STATUS = "00" THEN
              MOVE WS-MY-PROGRAM-ID TO RUN-PROGRAM-ID
              MOVE WS-RUN-DATE TO RUN-LOG-DATE
              MOVE WS-RUN-TIME TO RUN-LOG-TIME
              MOVE WS-RUN-TERM TO RUN-LOG-TERM
              MOVE WS-READ-COUNT TO RUN-LOG-RECORDS
              MOVE WS-STUDENT-CHG-COUNT TO RUN-LOG-STUDENTS
              MOVE RETURN-CODE TO RUN-LOG-RC
              WRITE RUNLOG-RECORD
              CLOSE RUN-LOG-FILE
           ELSE
              DISPLAY "MYGRSAP CANNOT APPEND RUNLOG, STATUS "
                   WS-LOG-STATUS
           END-IF
           .

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
