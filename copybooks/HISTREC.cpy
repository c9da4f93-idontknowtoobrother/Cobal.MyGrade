      *  BYTES).  TERMS POSTED BEFORE CONVERSION THEREFORE HAVE NO
      *  SLOT AND NO ATTEMPT ROWS; THE PROGRAMS LEAVE THEIR
      *  CONTRIBUTIONS ALONE (SEE THE INVARIANT BELOW).
      *  THE ATTEMPTED/EARNED HOURS AND SAP STATUS IN EACH TERM SLOT
      *  AND THE STATUS-W ATTEMPT ROW CAME LATER (2352-BYTE RECORD,
      *  UP FROM 2268). THAT CONVERSION IS THE SAME DEFINE-AND-REPRO
      *  THROUGH A PAD STEP: EVERY FIELD ALREADY ON FILE IS KEPT,
      *  EACH OCCUPIED SLOT GETS ITS POSTED DEGREE HOURS AS BOTH ITS
      *  ATTEMPTED AND ITS EARNED HOURS (THE BEST FIGURE ON FILE --
      *  ITS W ATTEMPTS AND FAILED HOURS WERE NEVER KEPT), AND THE
      *  SAP STATUS BYTE IS LEFT SPACE (NOT YET EVALUATED). THE
      *  ARCHIVE TAPE TAKES THE SAME PASS (SEE MYGRARC).
      *================================================================
       01 HISTORY-RECORD.
          05 HIST-STUDENT-ID       PIC 9(6).
      *  CONSECUTIVE PROBATION-LEVEL TERMS AS OF THAT TERM, SO THE
      *  PROGRESSION RULES (TWO STRAIGHT PROBATION TERMS = DISMISSAL
      *  REVIEW) READ STRAIGHT OFF THE PRIOR SLOT.
      *  HIST-TERM-ATT-HOURS/HIST-TERM-EARN-HOURS ARE THE TERM'S
      *  FINANCIAL-AID SPLIT, SET BY MYGRADE WHEN THE TERM POSTS:
      *  ATTEMPTED IS EVERY HOUR THE STUDENT SAT -- GRADED, F, I, W,
      *  P/NP AND TRANSFER ALIKE -- AND EARNED THE PASSED HOURS
      *  (GRADED WITH POINTS ABOVE ZERO, P, AND TRANSFER). NEITHER
      *  MOVES WITH THE RETAKE RULE: A REPEATED COURSE COUNTS AS
      *  ATTEMPTED EVERY TIME IT IS TAKEN. A GRADE AMENDMENT OR A
      *  LAPSED INCOMPLETE THAT CROSSES PASS/FAIL MOVES THE EARNED
      *  HOURS OF ITS SLOT. HIST-TERM-SAP-STATUS IS THE SATISFACTORY
      *  ACADEMIC PROGRESS DECISION MYGRSAP MADE FOR THE TERM (M
      *  MEETING, W WARNING, S SUSPENSION, P APPEAL PROBATION, SPACE
      *  NOT EVALUATED); THE NEXT EVALUATION READS ITS STARTING
      *  POINT OFF THE LATEST EVALUATED SLOT BEFORE IT.
          05 HIST-TERM-ENTRY OCCURS 12 TIMES.
             10 HIST-TERM-ID       PIC 9(5).
             10 HIST-TERM-DEGREE   PIC 9(3).
             10 HIST-TERM-GRADE    PIC 9(3)V9(2).
             10 HIST-TERM-STANDING PIC X(2).
             10 HIST-TERM-PROB-CT  PIC 9(2).
             10 HIST-TERM-ATT-HOURS  PIC 9(3).
             10 HIST-TERM-EARN-HOURS PIC 9(3).
             10 HIST-TERM-SAP-STATUS PIC X(1).
      *  COURSE-LEVEL ATTEMPT HISTORY FOR THE RETAKE POLICY: ONE ROW
      *  PER GPA-BEARING ATTEMPT. STATUS A MEANS THE ATTEMPT COUNTS
      *  IN THE CUMULATIVE TOTALS, S MEANS A BETTER ATTEMPT OF THE
      *  POINTS IN ANYTHING, ON FILE ONLY SO MYGRLAP CAN LAPSE IT TO
      *  AN F AFTER THE POLICY WINDOW AND MYGRAMD CAN CONVERT IT
      *  WHEN THE EARNED GRADE COMES IN (EITHER WAY IT BECOMES A
      *  NORMAL GRADED ROW). STATUS W IS A WITHDRAWAL: LIKE AN I
      *  ROW IT CARRIES NO HOURS OR POINTS IN ANY TOTAL OR SLOT
      *  DEGREE AND NEVER ENTERS A RETAKE SEARCH, AND IT STAYS ON
      *  FILE ONLY AS THE RECORD THAT THE COURSE WAS ATTEMPTED
      *  (TRANSCRIPT AND FINANCIAL-AID COMPLETION RATE). A W IS
      *  FINAL -- NOTHING CONVERTS IT. THE STANDING INVARIANT IS:
      *  HIST-CUM-DEGREE EQUALS THE
      *  SUM OF THE STATUS-A AND STATUS-T ROW HOURS, AND
      *  HIST-CUM-GRADE THE SUM OF THE STATUS-A ROW POINTS, PLUS ANY
