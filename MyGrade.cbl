           SELECT SCALE-FILE ASSIGN TO GRADESCL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCL-STATUS.
           SELECT COURSE-CATALOG-FILE ASSIGN TO CRSCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAT-COURSE-ID
              FILE STATUS IS WS-CAT-STATUS.
           SELECT TERM-CALENDAR-FILE ASSIGN TO TRMCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAL-TERM-ID
              FILE STATUS IS WS-CAL-STATUS.
           SELECT SUPERSEDE-FILE ASSIGN TO SUPSOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRECTION-FILE ASSIGN TO CORRIN
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CUMHIST-JOURNAL-FILE ASSIGN TO CUMJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT PARTITION-STATS-FILE ASSIGN TO PARTSTAT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PST-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 SCL-GRADE          PIC X(2).
          05 SCL-TYPE           PIC X(1).
          05 SCL-POINTS         PIC 9(1)V9(2).
       FD  COURSE-CATALOG-FILE.
       COPY CRSCAT.
       FD  TERM-CALENDAR-FILE.
       COPY TERMCAL.
       FD  SUPERSEDE-FILE.
      *    ONE RECORD PER ATTEMPT BACKED OUT OF THE CUMULATIVE UNDER
      *    THE RETAKE POLICY, SHOWING WHAT REPLACED IT -- THE
          05 CHG-ACTION            PIC X(20).
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  LOCK-FILE.
       COPY CUMLOCK.
       FD  RUN-LOG-FILE.
       COPY RUNLOG.
       FD  PARTITION-STATS-FILE.
       COPY PARTSTAT.

       WORKING-STORAGE SECTION.
       01 AVG-GRADE.
          88 SCALE-GRADE-EXCLUDED             VALUE "E".
          88 SCALE-GRADE-DEFINED              VALUES "G" "E".
       01 WS-SCL-POINTS         PIC 9(1)V9(2).
       01 WS-CAT-STATUS         PIC X(2).
       01 WS-CAL-STATUS         PIC X(2).
      *    THE TERM THE EXTRACT IS FOR, AS SEEN BY THE CALENDAR CHECK
      *    BEFORE THE RUN PROPER STARTS (032-CHECK-TERM-CALENDAR).
       01 WS-CAL-TERM           PIC 9(5)      VALUE ZERO.
       01 WS-CAL-PEEK-SW        PIC X(1)      VALUE "N".
          88 CAL-PEEK-DONE                    VALUE "Y".
       01 WS-CAL-REFUSED-SW     PIC X(1)      VALUE "N".
          88 TERM-REFUSED                     VALUE "Y".
      *    A CLOSED TERM POSTS ONLY UNDER A SYSIN OVERRIDE CARD NAMING
      *    THAT TERM AND WHO AUTHORIZED IT. THE CARD IS READ ONLY WHEN
      *    THE TERM IS CLOSED.
       01 WS-OVERRIDE-CARD.
          05 WS-OVR-KEYWORD     PIC X(8).
             88 OVERRIDE-KEYWORD              VALUE "OVERRIDE".
          05 WS-OVR-TERM        PIC X(5).
          05 WS-OVR-AUTH-BY     PIC X(8).
          05 FILLER             PIC X(59).
      *    A PARTITIONED RUN (SEE PARTSTAT.CPY AND MYGRCON) POSTS ONLY
      *    THE STUDENT-ID RANGE ON ITS SYSIN PARTITION CARD --
      *    PARTITION IN COLUMNS 1-9, THE PARTITION NUMBER IN 10-11,
      *    THE LOW AND HIGH STUDENT-ID IN 12-17 AND 18-23. THE CARD
      *    SHARES THE OVERRIDE CARD'S STORAGE; A PARTITION THAT ALSO
      *    NEEDS AN OVERRIDE CARRIES IT AS THE SECOND CARD. WITH NO
      *    PARTITION CARD THE RUN TAKES THE WHOLE EXTRACT AS ALWAYS,
      *    AS PARTITION ZERO OVER 000000 THRU 999999.
       01 WS-PARTITION-CARD REDEFINES WS-OVERRIDE-CARD.
          05 WS-PRT-KEYWORD     PIC X(9).
             88 PARTITION-KEYWORD             VALUE "PARTITION".
          05 WS-PRT-NO          PIC X(2).
          05 WS-PRT-LOW-ID      PIC X(6).
          05 WS-PRT-HIGH-ID     PIC X(6).
          05 FILLER             PIC X(57).
       01 WS-OVERRIDE-SW        PIC X(1)      VALUE "N".
          88 CLOSED-TERM-OVERRIDE             VALUE "Y".
       01 WS-PARTITION-SW       PIC X(1)      VALUE "N".
          88 PARTITION-RUN                    VALUE "Y".
       01 WS-PART-CARD-SW       PIC X(1)      VALUE "N".
          88 PARTITION-CARD-BAD               VALUE "Y".
       01 WS-PART-NO            PIC 9(2)      VALUE ZERO.
       01 WS-PART-LOW-ID        PIC 9(6)      VALUE ZERO.
       01 WS-PART-HIGH-ID       PIC 9(6)      VALUE 999999.
       01 WS-RANGE-SW           PIC X(1)      VALUE "Y".
          88 STUDENT-IN-RANGE                 VALUE "Y".
          88 STUDENT-OUT-OF-RANGE             VALUE "N".
      *    DETAIL AND TRANSFER RECORDS OUTSIDE A PARTITION'S RANGE ARE
      *    COUNTED AND HASHED ON THEIR OWN, SO THE PARTITION CAN STILL
      *    BALANCE THE WHOLE EXTRACT AGAINST THE TRAILER.
       01 WS-OUTSIDE-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-OUTSIDE-HASH       PIC 9(12)     VALUE ZERO.
       01 WS-FILE-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-FILE-HASH          PIC 9(12)     VALUE ZERO.
       01 WS-PST-STATUS         PIC X(2).
       01 WS-CKPT-RANGE-SW      PIC X(1)      VALUE "N".
          88 CHECKPOINT-WRONG-RANGE           VALUE "Y".
      *    IN-CORE IMAGE OF THE CORRIN CORRECTION CARDS. EACH CARD IS
      *    USABLE ONCE A RUN -- COR-TAB-USED-SW COMES UP WHEN IT IS
      *    APPLIED, AND CARDS STILL DOWN AT END OF RUN ARE REPORTED
       01 WS-CKPT-REMAINDER     PIC 9(8).
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
      *    OTHER PARTITIONS' LIVE LOKFILE RECORDS, HELD WHILE A
      *    PARTITION REWRITES THE FILE WITH ITS OWN RECORD ADDED
      *    (090-ACQUIRE-LOCK) OR TAKEN OUT (091-RELEASE-LOCK).
       01 LOCK-KEEP-TABLE.
          05 LOCK-KEEP-MAX      PIC 9(2)      COMP VALUE 20.
          05 LOCK-KEEP-COUNT    PIC 9(2)      COMP VALUE ZERO.
          05 LOCK-KEEP-ENTRY OCCURS 20 TIMES
                                PIC X(36).
       01 WS-LOCK-IDX           PIC 9(2)      COMP.
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRADE".
       01 WS-RUN-TIME-RAW       PIC 9(8).
       01 WS-RUN-TIME           PIC 9(6).
      *    DENOMINATOR EVER SEES THEM. RESET AT THE STUDENT BREAK
      *    WITH THE TERM SUMS.
       01 WS-XFER-DEGREE        PIC 9(3)      VALUE ZERO.
      *    THE STUDENT'S ATTEMPTED AND EARNED HOURS FOR THE TERM IN
      *    HAND -- THE FINANCIAL-AID SPLIT STORED IN THE TERM SLOT
      *    (SEE HISTREC.CPY). EVERY HOUR SAT IS ATTEMPTED; ONLY PASSED
      *    HOURS ARE EARNED. RESET AT THE STUDENT BREAK.
       01 WS-ATT-HOURS          PIC 9(3)      VALUE ZERO.
       01 WS-EARN-HOURS         PIC 9(3)      VALUE ZERO.
      *    KEEP WS-HIST-CRS-MAX EQUAL TO THE HIST-COURSE-ENTRY OCCURS
      *    COUNT IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-CRS-MAX       PIC 9(3)      COMP VALUE 120.
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *    EVERY DETAIL RECORD IS CHECKED AGAINST THE COURSE CATALOG
      *    (006C-CHECK-CATALOG), SO A RUN WITHOUT ONE WOULD REJECT THE
      *    WHOLE EXTRACT -- REFUSE IT UP FRONT INSTEAD.
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00" THEN
              DISPLAY "MYGRADE CANNOT RUN WITHOUT THE COURSE CATALOG -"
                   " CHECK CRSCAT, STATUS " WS-CAT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *    A PARTITION CARD, WHEN SYSIN HAS ONE, IS READ BEFORE THE
      *    CALENDAR CHECK, WHICH MAY WANT AN OVERRIDE CARD AFTER IT.
           PERFORM 034-READ-PARTITION-CARD THRU 034-EXIT
           IF PARTITION-CARD-BAD THEN
              CLOSE COURSE-CATALOG-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 026-LOAD-CORRECTIONS THRU 026-EXIT
           PERFORM 028-LOAD-EXCEPTION-AGE THRU 028-EXIT
           PERFORM 005-INIT-DEPT-TABLE THRU 005-EXIT
      *    AS IT FOUND IT.
           PERFORM 090-ACQUIRE-LOCK THRU 090-EXIT
           IF LOCK-BLOCKED THEN
              CLOSE COURSE-CATALOG-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
      *    THE TERM HAS TO BE ON THE CALENDAR AND NOT CLOSED (BAR AN
      *    OVERRIDE CARD) BEFORE ANYTHING IS OPENED FOR OUTPUT. IT IS
      *    CHECKED UNDER THE LOCK, AS MYGRCLS CHECKS IT, SO A CLOSE
      *    CANNOT LAND BETWEEN THE CHECK AND THE POSTING.
           PERFORM 032-CHECK-TERM-CALENDAR THRU 032-EXIT
           IF TERM-REFUSED THEN
              CLOSE COURSE-CATALOG-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *    EVERY CUMHIST WRITE AND REWRITE IS JOURNALED (SEE
      *    JRNLREC.CPY), SO A RUN THAT CANNOT JOURNAL DOES NOT POST.
      *    OPENING IT EXTEND LEAVES IT AS IT WAS IF WE STOP HERE.
           OPEN EXTEND CUMHIST-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
              DISPLAY "MYGRADE CANNOT OPEN CUMJRNL, STATUS "
                   WS-JRN-STATUS
              CLOSE COURSE-CATALOG-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
      *    A PARTITION EMPTIES ITS STATISTICS FILE BEFORE IT POSTS
      *    ANYTHING, SO A RUN THAT DIES PART WAY LEAVES MYGRCON NOTHING
      *    TO MISTAKE FOR A FINISHED PARTITION.
           IF PARTITION-RUN THEN
              OPEN OUTPUT PARTITION-STATS-FILE
              IF WS-PST-STATUS NOT = "00" THEN
                 DISPLAY "MYGRADE CANNOT OPEN PARTSTAT, STATUS "
                      WS-PST-STATUS
                 CLOSE CUMHIST-JOURNAL-FILE
                 CLOSE COURSE-CATALOG-FILE
                 PERFORM 091-RELEASE-LOCK THRU 091-EXIT
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           PERFORM 009-CHECK-RESTART THRU 009-EXIT
           IF CHECKPOINT-WRONG-RANGE THEN
              CLOSE CUMHIST-JOURNAL-FILE
              IF PARTITION-RUN THEN
                 CLOSE PARTITION-STATS-FILE
              END-IF
              CLOSE COURSE-CATALOG-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT GRADE-FILE
           IF RESTART-RUN THEN
              OPEN EXTEND RESULT-FILE
                               PERFORM 021-PROCESS-TRAILER THRU 021-EXIT
                            WHEN GRADE-DETAIL-REC
                            WHEN GRADE-XFER-REC
                               PERFORM 003A-CHECK-RANGE THRU 003A-EXIT
                               IF STUDENT-IN-RANGE THEN
                                  ADD 1 TO WS-RECORD-COUNT
                                  ADD STUDENT-ID TO WS-HASH-TOTAL
                               END-IF
                            WHEN OTHER
                               ADD 1 TO WS-BADTYPE-COUNT
                         END-EVALUATE
                            PERFORM 021-PROCESS-TRAILER THRU 021-EXIT
                         WHEN GRADE-DETAIL-REC
                         WHEN GRADE-XFER-REC
                            PERFORM 003A-CHECK-RANGE THRU 003A-EXIT
                            IF STUDENT-IN-RANGE THEN
                               PERFORM 003-PROCESS-DETAIL THRU 003-EXIT
                            END-IF
                         WHEN OTHER
                            ADD 1 TO WS-BADTYPE-COUNT
                            DISPLAY "UNKNOWN GRADEIN RECORD TYPE '"
           IF NOT-FIRST-RECORD AND SEQUENCE-OK THEN
              PERFORM 004-STUDENT-BREAK THRU 004-EXIT
           END-IF
      *    A PARTITION'S SHARE OF THE DISTRIBUTION AND THE DEPARTMENT
      *    SUMMARY GOES TO PARTSTAT INSTEAD -- MYGRCON PRINTS BOTH FOR
      *    THE WHOLE EXTRACT ONCE EVERY PARTITION IS IN.
           IF NOT-FIRST-RECORD AND SEQUENCE-OK
              AND NOT PARTITION-RUN THEN
              PERFORM 017-WRITE-DIST-REPORT THRU 017-EXIT
              PERFORM 018-WRITE-DEPT-SUMMARY THRU 018-EXIT
           END-IF
           CLOSE STANDING-FILE
           CLOSE STANDING-CHANGE-FILE
           CLOSE SUPERSEDE-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE CUMHIST-JOURNAL-FILE
      *    A PARTITION LEAVES THE CALENDAR TO MYGRCON, WHICH MARKS THE
      *    TERM POSTED WHEN THE PARTITIONS ARE CONSOLIDATED.
           IF NOT-FIRST-RECORD AND NOT PARTITION-RUN THEN
              PERFORM 033-MARK-TERM-POSTED THRU 033-EXIT
           END-IF
           IF PARTITION-RUN THEN
              PERFORM 035-WRITE-PARTITION-STATS THRU 035-EXIT
           END-IF
           PERFORM 092-WRITE-RUN-LOG THRU 092-EXIT
           PERFORM 091-RELEASE-LOCK THRU 091-EXIT
           GOBACK.
       003-EXIT.
           EXIT.

      *    A PARTITIONED RUN TAKES ONLY ITS OWN STUDENT-ID RANGE; THE
      *    REST OF THE EXTRACT IS COUNTED AND HASHED HERE AND GOES NO
      *    FURTHER. AN UNPARTITIONED RUN TAKES EVERY RECORD. THE
      *    EXTRACT IS SORTED, SO THE RECORDS BELOW THE RANGE ALL COME
      *    BEFORE IT AND THOSE ABOVE IT ALL COME AFTER.
       003A-CHECK-RANGE.
           SET STUDENT-IN-RANGE TO TRUE
           IF PARTITION-RUN THEN
              IF STUDENT-ID < WS-PART-LOW-ID
                 OR STUDENT-ID > WS-PART-HIGH-ID THEN
                 SET STUDENT-OUT-OF-RANGE TO TRUE
                 ADD 1 TO WS-OUTSIDE-COUNT
                 ADD STUDENT-ID TO WS-OUTSIDE-HASH
              END-IF
           END-IF
           .

       003A-EXIT.
           EXIT.

       004-STUDENT-BREAK.
           MOVE WS-PREV-STUDENT-ID TO AVG-STUDENT-ID
           MOVE ZERO TO AVG-GPA
           MOVE ZERO TO TRN-COURSE-COUNT
           MOVE ZERO TO SUM-DEGREE SUM-GRADE
           MOVE ZERO TO WS-XFER-DEGREE
           MOVE ZERO TO WS-ATT-HOURS
           MOVE ZERO TO WS-EARN-HOURS
           PERFORM 004A-RESET-DEPT-TABLE THRU 004A-EXIT
                VARYING DEPT-IDX FROM 1 BY 1
                UNTIL DEPT-IDX > DEPT-TABLE-COUNT
              MOVE 0 TO MUL-GRADE
              PERFORM 001A-TALLY-EXCLUDED THRU 001A-EXIT
           END-IF
           PERFORM 001C-TALLY-ATTEMPTED THRU 001C-EXIT
           PERFORM 001B-SAVE-TRANSCRIPT-LINE THRU 001B-EXIT
      *    NitroEz.
           .
       001B-EXIT.
           EXIT.

      *    FINANCIAL AID COUNTS AN HOUR AS ATTEMPTED WHETHER IT WAS
      *    PASSED, FAILED, WITHDRAWN, LEFT INCOMPLETE OR TAKEN
      *    PASS/NO-PASS, AND AS EARNED ONLY WHEN IT WAS PASSED -- A
      *    GRADED LETTER WORTH POINTS, OR A P. ANY OTHER EXCLUDED
      *    GRADE ON THE SCALE (AUDIT STYLE) IS NEITHER.
       001C-TALLY-ATTEMPTED.
           IF GRADE-INCLUDED THEN
              ADD DEGREE TO WS-ATT-HOURS
              IF GRADE > ZERO THEN
                 ADD DEGREE TO WS-EARN-HOURS
              END-IF
           ELSE
              EVALUATE GRADE-GRADE
                 WHEN "P"
                    ADD DEGREE TO WS-ATT-HOURS
                    ADD DEGREE TO WS-EARN-HOURS
                 WHEN "I"
                 WHEN "W"
                 WHEN "NP"
                    ADD DEGREE TO WS-ATT-HOURS
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       001C-EXIT.
           EXIT.

      *    A VALID TRANSFER RECORD POSTS ITS HOURS TO THE STUDENT'S
      *    TRANSFER ACCUMULATOR AND GOES ON THE TRANSCRIPT MARKED AS
      *    TRANSFER WORK -- NO GPA SUMS, NO LETTER DISTRIBUTION, NO
       001T-PROCESS-TRANSFER.
           IF TRN-COURSE-COUNT < TRN-COURSE-MAX THEN
              ADD GRADE-DEGREE IN GRADE-DETAIL TO WS-XFER-DEGREE
              ADD GRADE-DEGREE IN GRADE-DETAIL TO WS-ATT-HOURS
              ADD GRADE-DEGREE IN GRADE-DETAIL TO WS-EARN-HOURS
              ADD 1 TO TRN-COURSE-COUNT
              MOVE GRADE-ID IN GRADE-DETAIL
                   TO TRN-COURSE-ID(TRN-COURSE-COUNT)
                 MOVE "INVALID GRADE CODE" TO WS-REASON-TEXT
              END-IF
           END-IF
           IF RECORD-VALID THEN
              PERFORM 006C-CHECK-CATALOG THRU 006C-EXIT
           END-IF
           .

       006-EXIT.
           EXIT.

      *    THE COURSE MUST BE ON THE CATALOG (C0), GRADABLE IN THE
      *    RECORD'S TERM -- NOT TAKING EFFECT AFTER IT AND, IF RETIRED,
      *    NOT RETIRED AS OF IT (C1) -- AND CARRY THE CATALOG'S CREDIT
      *    HOURS (C2) UNLESS THE CATALOG MARKS IT VARIABLE-CREDIT (ZERO
      *    HOURS).
      *    ALL THREE GO TO EXCPOUT LIKE ANY OTHER REJECT, SO A CORRIN
      *    CARD WITH THE RIGHT HOURS CLEARS A C2 ON THE SAME RUN; A C0
      *    OR C1 CLEARS ONCE MYGRCAT HAS PUT THE CATALOG RIGHT.
       006C-CHECK-CATALOG.
           MOVE GRADE-ID IN GRADE-DETAIL TO CAT-COURSE-ID
           READ COURSE-CATALOG-FILE
               INVALID KEY
                  SET RECORD-INVALID TO TRUE
                  MOVE "C0" TO WS-REASON-CODE
                  MOVE "COURSE NOT ON CATALOG" TO WS-REASON-TEXT
           END-READ
           IF RECORD-VALID THEN
              EVALUATE TRUE
                 WHEN GRADE-TERM < CAT-EFF-TERM
                    SET RECORD-INVALID TO TRUE
                    MOVE "C1" TO WS-REASON-CODE
                    MOVE "COURSE NOT YET ON CATALOG" TO WS-REASON-TEXT
                 WHEN CAT-RETIRED
                      AND GRADE-TERM NOT < CAT-RETIRE-TERM
                    SET RECORD-INVALID TO TRUE
                    MOVE "C1" TO WS-REASON-CODE
                    MOVE "COURSE RETIRED ON CATALOG" TO WS-REASON-TEXT
                 WHEN CAT-CREDIT-HOURS NOT = ZERO
                      AND CAT-CREDIT-HOURS NOT =
                          GRADE-DEGREE IN GRADE-DETAIL
                    SET RECORD-INVALID TO TRUE
                    MOVE "C2" TO WS-REASON-CODE
                    MOVE "CREDIT HOURS NOT PER CATALOG"
                         TO WS-REASON-TEXT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       006C-EXIT.
           EXIT.

      *    TRANSFER RECORDS TAKE THE SAME CREDIT-HOUR AND TERM CHECKS
      *    AS A DETAIL RECORD BUT NO GRADE-SCALE LOOKUP -- THE GRADE
      *    BYTES ON AN ACCEPTED TRANSFER CARRY WHATEVER THE SENDING
      *    SCHOOL USED AND ARE NOT PRICED HERE. THE LOCAL EQUIVALENT
      *    COURSE MUST BE ON THE CATALOG (C0), BUT A RETIRED
      *    EQUIVALENT IS STILL A GOOD ONE AND THE HOURS ARE THE
      *    SENDING SCHOOL'S, SO C1/C2 DO NOT APPLY.
       006T-VALIDATE-TRANSFER.
           SET RECORD-VALID TO TRUE
           IF GRADE-DEGREE IN GRADE-DETAIL < 1 THEN
                 MOVE "TERM ID MISSING/MISMATCH" TO WS-REASON-TEXT
              END-IF
           END-IF
           IF RECORD-VALID THEN
              MOVE GRADE-ID IN GRADE-DETAIL TO CAT-COURSE-ID
              READ COURSE-CATALOG-FILE
                  INVALID KEY
                     SET RECORD-INVALID TO TRUE
                     MOVE "C0" TO WS-REASON-CODE
                     MOVE "COURSE NOT ON CATALOG" TO WS-REASON-TEXT
              END-READ
           END-IF
           .

       006T-EXIT.
                          VARYING GD-LTR-IDX FROM 1 BY 1
                          UNTIL GD-LTR-IDX > GRADE-LETTER-COUNT
              END-READ
              IF RESTART-RUN THEN
                 PERFORM 009D-CHECK-CKPT-RANGE THRU 009D-EXIT
              END-IF
              CLOSE CHECKPOINT-FILE
           END-IF
           .
       009C-EXIT.
           EXIT.

      *    A CHECKPOINT NAMES THE RANGE IT WAS TAKEN FOR. RESUMING ONE
      *    PARTITION FROM ANOTHER'S CHECKPOINT WOULD SKIP RECORDS THIS
      *    RANGE NEVER POSTED, SO THE RUN IS REFUSED (RC 16) AND THE
      *    CHECKPOINT LEFT FOR THE JOB IT BELONGS TO.
       009D-CHECK-CKPT-RANGE.
           IF CKPT-PARTITION NOT = WS-PART-NO
              OR CKPT-LOW-ID NOT = WS-PART-LOW-ID
              OR CKPT-HIGH-ID NOT = WS-PART-HIGH-ID THEN
              SET CHECKPOINT-WRONG-RANGE TO TRUE
              DISPLAY "MYGRADE CKPTFILE IS FOR PARTITION "
                   CKPT-PARTITION " (" CKPT-LOW-ID " THRU "
                   CKPT-HIGH-ID ") - RESTART REFUSED"
           END-IF
           .

       009D-EXIT.
           EXIT.

       011-CHECKPOINT-CHECK.
      *    ONLY RAISE THE PENDING FLAG HERE -- THE ACTUAL WRITE WAITS
      *    FOR THE NEXT COMPLETED 004-STUDENT-BREAK (SEE 000-BEGIN) SO
           MOVE WS-STUDENT-COUNT TO CKPT-STUDENT-COUNT
           MOVE WS-CORR-APPLIED-COUNT TO CKPT-CORR-APPLIED-COUNT
           MOVE WS-CORR-REJECT-COUNT TO CKPT-CORR-REJECT-COUNT
           MOVE WS-PART-NO TO CKPT-PARTITION
           MOVE WS-PART-LOW-ID TO CKPT-LOW-ID
           MOVE WS-PART-HIGH-ID TO CKPT-HIGH-ID
           PERFORM 012A-SAVE-DEPT-SUMS THRU 012A-EXIT
                VARYING DEPT-IDX FROM 1 BY 1
                UNTIL DEPT-IDX > DEPT-TABLE-COUNT
           END-EVALUATE
           WRITE STANDING-DETAIL
           IF WS-HIST-POST-SLOT > ZERO THEN
              MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
              MOVE STD-CODE TO HIST-TERM-STANDING(WS-HIST-POST-SLOT)
              MOVE WS-CUR-PROB-CT
                   TO HIST-TERM-PROB-CT(WS-HIST-POST-SLOT)
              MOVE "C" TO WS-JRN-ACTION
              PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
              REWRITE HISTORY-RECORD
           END-IF
           PERFORM 014B-WRITE-STANDING-CHANGE THRU 014B-EXIT
                  CONTINUE
               NOT INVALID KEY
                  SET HIST-RECORD-FOUND TO TRUE
                  MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
           END-READ
           IF HIST-RECORD-NOT-FOUND THEN
              MOVE ZERO TO HIST-CUM-DEGREE
                   SUM-DEGREE + WS-XFER-DEGREE - WS-H0-DEGREE
              COMPUTE HIST-TERM-GRADE(WS-HIST-POST-SLOT) =
                   SUM-GRADE - WS-H0-GRADE
              MOVE WS-ATT-HOURS
                   TO HIST-TERM-ATT-HOURS(WS-HIST-POST-SLOT)
              MOVE WS-EARN-HOURS
                   TO HIST-TERM-EARN-HOURS(WS-HIST-POST-SLOT)
              IF WS-HIST-MATCH-SLOT = ZERO THEN
                 ADD 1 TO HIST-TERM-COUNT
              END-IF
           END-IF
           IF HIST-RECORD-FOUND THEN
              MOVE "C" TO WS-JRN-ACTION
              PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
              REWRITE HISTORY-RECORD
           ELSE
              MOVE "A" TO WS-JRN-ACTION
              PERFORM 093-WRITE-JOURNAL THRU 093-EXIT
              WRITE HISTORY-RECORD
           END-IF
           IF HIST-CUM-DEGREE > ZERO THEN
           MOVE ZERO TO HIST-TERM-GRADE(WS-HIST-TERM-IDX)
           MOVE SPACES TO HIST-TERM-STANDING(WS-HIST-TERM-IDX)
           MOVE ZERO TO HIST-TERM-PROB-CT(WS-HIST-TERM-IDX)
           MOVE ZERO TO HIST-TERM-ATT-HOURS(WS-HIST-TERM-IDX)
           MOVE ZERO TO HIST-TERM-EARN-HOURS(WS-HIST-TERM-IDX)
           MOVE SPACE TO HIST-TERM-SAP-STATUS(WS-HIST-TERM-IDX)
           .

       015A-EXIT.
              PERFORM 015F1-ADD-TRANSFER-ROW THRU 015F1-EXIT
           ELSE
           IF TRN-COURSE-EXCLUDED(WS-TRN-IDX) THEN
      *       AN INCOMPLETE AND A WITHDRAWAL ARE THE EXCLUDED GRADES
      *       THAT KEEP AN ATTEMPT ROW (STATUS I OR W, NO HOURS OR
      *       POINTS IN ANYTHING) -- MYGRLAP NEEDS AN I ON FILE TO
      *       ENFORCE THE TWO-TERM LAPSE POLICY AND MYGRAMD CONVERTS
      *       IT WHEN THE EARNED GRADE COMES IN; A W STAYS AS THE
      *       RECORD OF THE ATTEMPT FOR THE TRANSCRIPT AND MYGRSAP.
              IF TRN-COURSE-GRADE(WS-TRN-IDX) = "I"
                 OR TRN-COURSE-GRADE(WS-TRN-IDX) = "W" THEN
                 PERFORM 015F2-ADD-INCOMPLETE-ROW THRU 015F2-EXIT
              END-IF
           ELSE
           EXIT.

      *    AN INCOMPLETE ROW CONTRIBUTES NOTHING TO THE CUMULATIVE,
      *    THE TERM SLOT DEGREE, OR ANY GPA -- IT ONLY MARKS THAT THE
      *    GRADE IS OUTSTANDING. A WITHDRAWAL ROW GOES IN THE SAME
      *    WAY, STATUS W. NO ARITHMETIC TO BACK OUT WHEN THE TABLE IS
      *    FULL, BUT THE EXCEPTION STILL GOES OUT: AN INCOMPLETE THE
      *    TABLE CANNOT HOLD CANNOT BE LAPSED LATER EITHER.
       015F2-ADD-INCOMPLETE-ROW.
           IF HIST-COURSE-COUNT < WS-HIST-CRS-MAX THEN
              ADD 1 TO HIST-COURSE-COUNT
              MOVE TRN-COURSE-DEGREE(WS-TRN-IDX)
                   TO HIST-CRS-DEGREE(HIST-COURSE-COUNT)
              MOVE ZERO TO HIST-CRS-POINTS(HIST-COURSE-COUNT)
              MOVE TRN-COURSE-GRADE(WS-TRN-IDX)(1:1)
                   TO HIST-CRS-STATUS(HIST-COURSE-COUNT)
           ELSE
              MOVE WS-PREV-STUDENT-ID TO EXC-STUDENT-ID
              MOVE TRN-COURSE-ID(WS-TRN-IDX) TO EXC-GRADE-ID
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "GRADEIN TRAILER RECORD MISSING"
           END-IF
      *    A PARTITION HOLDS THE TRAILER AGAINST WHAT IT POSTED PLUS
      *    WHAT IT PASSED OVER, WHICH PROVES IT READ THE WHOLE EXTRACT;
      *    THAT THE PARTITIONS' RANGES BETWEEN THEM COVER IT IS
      *    MYGRCON'S CHECK. OUTSIDE A PARTITION NOTHING IS PASSED OVER.
           IF TRAILER-SEEN THEN
              MOVE WS-RECORD-COUNT TO WS-FILE-COUNT
              ADD WS-OUTSIDE-COUNT TO WS-FILE-COUNT
              MOVE WS-HASH-TOTAL TO WS-FILE-HASH
              ADD WS-OUTSIDE-HASH TO WS-FILE-HASH
              IF WS-TRL-RECORD-COUNT NOT = WS-FILE-COUNT THEN
                 SET RUN-OUT-OF-BALANCE TO TRUE
                 DISPLAY "GRADEIN RECORD COUNT OUT OF BALANCE:"
                      " TRAILER " WS-TRL-RECORD-COUNT
                      " READ " WS-FILE-COUNT
              END-IF
              IF WS-TRL-HASH-TOTAL NOT = WS-FILE-HASH THEN
                 SET RUN-OUT-OF-BALANCE TO TRUE
                 DISPLAY "GRADEIN STUDENT-ID HASH OUT OF BALANCE:"
                      " TRAILER " WS-TRL-HASH-TOTAL
                      " COMPUTED " WS-FILE-HASH
              END-IF
           END-IF
           IF WS-BADTYPE-COUNT > ZERO THEN
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           IF CLOSED-TERM-OVERRIDE THEN
              MOVE SPACES TO BALANCE-LINE
              STRING "*** TERM IS CLOSED - POSTED UNDER OVERRIDE BY "
                     WS-OVR-AUTH-BY " ***"
                     INTO BALANCE-LINE
              END-STRING
              WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF PARTITION-RUN THEN
              MOVE SPACES TO BALANCE-LINE
              STRING "PARTITION " WS-PART-NO "   STUDENT-ID "
                     WS-PART-LOW-ID " THRU " WS-PART-HIGH-ID
                     " - MYGRCON BALANCES THE RUN"
                     INTO BALANCE-LINE
              END-STRING
              WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO BALANCE-LINE
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           MOVE "RECORDS READ (ALL TYPES)" TO WS-BAL-LABEL
           MOVE "DETAIL RECORDS READ" TO WS-BAL-LABEL
           MOVE WS-RECORD-COUNT TO WS-BAL-COUNT
           PERFORM 023A-WRITE-BAL-COUNT THRU 023A-EXIT
           IF PARTITION-RUN THEN
              MOVE "DETAIL RECORDS OUTSIDE RANGE" TO WS-BAL-LABEL
              MOVE WS-OUTSIDE-COUNT TO WS-BAL-COUNT
              PERFORM 023A-WRITE-BAL-COUNT THRU 023A-EXIT
           END-IF
           MOVE "TRAILER RECORD COUNT" TO WS-BAL-LABEL
           MOVE WS-TRL-RECORD-COUNT TO WS-BAL-COUNT
           PERFORM 023A-WRITE-BAL-COUNT THRU 023A-EXIT
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           IF PARTITION-RUN THEN
              MOVE WS-OUTSIDE-HASH TO WS-BAL-HASH-ED
              MOVE SPACES TO BALANCE-LINE
              STRING "STUDENT-ID HASH OUTSIDE ..... " WS-BAL-HASH-ED
                     INTO BALANCE-LINE
              END-STRING
              WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-TRL-HASH-TOTAL TO WS-BAL-HASH-ED
           MOVE SPACES TO BALANCE-LINE
           STRING "STUDENT-ID HASH TRAILER ..... " WS-BAL-HASH-ED
       031A-EXIT.
           EXIT.

      *    TAKES THE EXTRACT'S TERM THE SAME WAY THE RUN DOES -- THE
      *    HEADER'S, OR FAILING THAT THE FIRST DETAIL RECORD'S -- AND
      *    HOLDS IT AGAINST THE TRMCAL CALENDAR (SEE TERMCAL.CPY). A
      *    TERM NOT ON THE CALENDAR IS REFUSED; A CLOSED TERM IS
      *    REFUSED UNLESS SYSIN CARRIES AN OVERRIDE CARD FOR IT
      *    (OVERRIDE IN COLUMNS 1-8, THE TERM IN 9-13, WHO AUTHORIZED
      *    IT IN 14-21). AN EXTRACT WITH NO TERM ON IT AT ALL POSTS
      *    NOTHING, SO IT IS LEFT TO THE TRAILER RECONCILIATION.
       032-CHECK-TERM-CALENDAR.
           OPEN INPUT GRADE-FILE
           PERFORM UNTIL CAL-PEEK-DONE
                   READ GRADE-FILE
                   AT END
                      SET CAL-PEEK-DONE TO TRUE
                   NOT AT END
                      PERFORM 032A-PEEK-RUN-TERM THRU 032A-EXIT
                   END-READ
           END-PERFORM
           CLOSE GRADE-FILE
           IF WS-CAL-TERM = ZERO THEN
              GO TO 032-EXIT
           END-IF
           OPEN INPUT TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRADE CANNOT RUN WITHOUT THE TERM CALENDAR -"
                   " CHECK TRMCAL, STATUS " WS-CAL-STATUS
              SET TERM-REFUSED TO TRUE
              GO TO 032-EXIT
           END-IF
           MOVE WS-CAL-TERM TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "MYGRADE TERM " WS-CAL-TERM
                       " IS NOT ON THE TERM CALENDAR - RUN REFUSED"
                  SET TERM-REFUSED TO TRUE
           END-READ
           IF NOT TERM-REFUSED AND CAL-CLOSED THEN
              PERFORM 032B-CHECK-OVERRIDE THRU 032B-EXIT
           END-IF
           CLOSE TERM-CALENDAR-FILE
           .

       032-EXIT.
           EXIT.

       032A-PEEK-RUN-TERM.
           EVALUATE TRUE
              WHEN GRADE-HEADER-REC
                 IF HDR-TERM NUMERIC AND HDR-TERM > ZERO THEN
                    MOVE HDR-TERM TO WS-CAL-TERM
                    SET CAL-PEEK-DONE TO TRUE
                 END-IF
              WHEN GRADE-DETAIL-REC
              WHEN GRADE-XFER-REC
                 IF GRADE-TERM NUMERIC THEN
                    MOVE GRADE-TERM TO WS-CAL-TERM
                 END-IF
                 SET CAL-PEEK-DONE TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       032A-EXIT.
           EXIT.

      *    THE FIRST SYSIN CARD IS ALREADY IN (034-READ-PARTITION-
      *    CARD); A PARTITION'S OVERRIDE IS THE CARD AFTER ITS
      *    PARTITION CARD.
       032B-CHECK-OVERRIDE.
           IF PARTITION-RUN THEN
              MOVE SPACES TO WS-OVERRIDE-CARD
              ACCEPT WS-OVERRIDE-CARD
           END-IF
           IF OVERRIDE-KEYWORD
              AND WS-OVR-TERM = CAL-TERM-ID
              AND WS-OVR-AUTH-BY NOT = SPACES THEN
              SET CLOSED-TERM-OVERRIDE TO TRUE
              DISPLAY "MYGRADE TERM " WS-CAL-TERM
                   " IS CLOSED - POSTING UNDER OVERRIDE BY "
                   WS-OVR-AUTH-BY
           ELSE
              DISPLAY "MYGRADE TERM " WS-CAL-TERM " WAS CLOSED ON "
                   CAL-CLOSED-DATE " BY " CAL-CLOSED-BY
                   " - RUN REFUSED WITHOUT AN OVERRIDE CARD"
              SET TERM-REFUSED TO TRUE
           END-IF
           .

       032B-EXIT.
           EXIT.

      *    A RUN THAT POSTED ANYTHING LEAVES ITS TERM POSTED ON THE
      *    CALENDAR WITH TODAY AS THE LATEST POSTING DATE. A CLOSED
      *    TERM POSTED UNDER OVERRIDE STAYS CLOSED. THE CLUSTER IS
      *    ALREADY POSTED BY NOW, SO A CALENDAR THAT WILL NOT TAKE THE
      *    UPDATE ONLY WARNS.
       033-MARK-TERM-POSTED.
           OPEN I-O TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRADE CANNOT UPDATE TRMCAL, STATUS "
                   WS-CAL-STATUS " - MARK TERM " WS-RUN-TERM
                   " POSTED BY HAND"
              IF RETURN-CODE = ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 033-EXIT
           END-IF
           MOVE WS-RUN-TERM TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "MYGRADE TERM " WS-RUN-TERM
                       " NOT ON TRMCAL - NOT MARKED POSTED"
                  IF RETURN-CODE = ZERO THEN
                     MOVE 4 TO RETURN-CODE
                  END-IF
               NOT INVALID KEY
                  IF CAL-OPEN THEN
                     SET CAL-POSTED TO TRUE
                  END-IF
                  MOVE WS-RUN-DATE TO CAL-POSTED-DATE
                  MOVE WS-RUN-DATE TO CAL-CHANGE-DATE
                  REWRITE TERM-CALENDAR-RECORD
                      INVALID KEY
                         CONTINUE
                  END-REWRITE
                  IF WS-CAL-STATUS NOT = "00" THEN
                     DISPLAY "MYGRADE CANNOT REWRITE TRMCAL, STATUS "
                          WS-CAL-STATUS " - MARK TERM " WS-RUN-TERM
                          " POSTED BY HAND"
                     IF RETURN-CODE = ZERO THEN
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  END-IF
           END-READ
           CLOSE TERM-CALENDAR-FILE
           .

       033-EXIT.
           EXIT.

      *    SYSIN MAY OPEN WITH A PARTITION CARD (SEE WS-PARTITION-CARD).
      *    ANY OTHER FIRST CARD IS LEFT WHERE IT IS FOR 032B-CHECK-
      *    OVERRIDE. A PARTITION CARD THAT DOES NOT PARSE -- PARTITION
      *    00, AN ID THAT IS NOT NUMERIC, OR A LOW ID ABOVE THE HIGH --
      *    IS REFUSED (RC 16) RATHER THAN GUESSED AT.
       034-READ-PARTITION-CARD.
           MOVE SPACES TO WS-OVERRIDE-CARD
           ACCEPT WS-OVERRIDE-CARD
           IF NOT PARTITION-KEYWORD THEN
              GO TO 034-EXIT
           END-IF
           IF WS-PRT-NO NOT NUMERIC
              OR WS-PRT-LOW-ID NOT NUMERIC
              OR WS-PRT-HIGH-ID NOT NUMERIC THEN
              SET PARTITION-CARD-BAD TO TRUE
           ELSE
              MOVE WS-PRT-NO TO WS-PART-NO
              MOVE WS-PRT-LOW-ID TO WS-PART-LOW-ID
              MOVE WS-PRT-HIGH-ID TO WS-PART-HIGH-ID
              IF WS-PART-NO = ZERO
                 OR WS-PART-LOW-ID > WS-PART-HIGH-ID THEN
                 SET PARTITION-CARD-BAD TO TRUE
              END-IF
           END-IF
           IF PARTITION-CARD-BAD THEN
              DISPLAY "MYGRADE PARTITION CARD '"
                   WS-OVERRIDE-CARD(1:23) "' IS NOT VALID - RUN REFUSED"
              GO TO 034-EXIT
           END-IF
           SET PARTITION-RUN TO TRUE
           DISPLAY "MYGRADE PARTITION " WS-PART-NO
                " POSTING STUDENT-ID " WS-PART-LOW-ID
                " THRU " WS-PART-HIGH-ID
           MOVE SPACES TO WS-OVERRIDE-CARD
           .

       034-EXIT.
           EXIT.

      *    A PARTITION'S SHARE OF THE RUN FOR MYGRCON (SEE
      *    PARTSTAT.CPY): THE SUMMARY FIRST, THEN THE LETTER-GRADE
      *    ROWS, THE DEPARTMENT ROWS AND THE AGED EXCEPTIONS. WRITTEN
      *    LAST OF ALL, SO IT CARRIES THE RETURN CODE THE RUN ENDS ON.
       035-WRITE-PARTITION-STATS.
           MOVE SPACES TO PARTITION-STATS-RECORD
           INITIALIZE PARTITION-STATS-RECORD
           MOVE WS-PART-NO TO PST-PARTITION
           SET PST-SUMMARY-REC TO TRUE
           MOVE WS-PART-LOW-ID TO PST-LOW-ID
           MOVE WS-PART-HIGH-ID TO PST-HIGH-ID
           MOVE WS-RUN-DATE TO PST-RUN-DATE
           MOVE WS-RUN-TERM TO PST-RUN-TERM
           MOVE WS-EXTRACT-DATE TO PST-EXTRACT-DATE
           MOVE RETURN-CODE TO PST-RC
           MOVE WS-HDR-SEEN-SW TO PST-HDR-SEEN-SW
           MOVE WS-TRL-SEEN-SW TO PST-TRL-SEEN-SW
           MOVE WS-SEQ-ERROR-SW TO PST-SEQ-ERROR-SW
           MOVE WS-RESTART-SW TO PST-RESTART-SW
           IF CLOSED-TERM-OVERRIDE THEN
              MOVE WS-OVR-AUTH-BY TO PST-OVERRIDE-BY
           END-IF
           MOVE WS-READ-COUNT TO PST-READ-COUNT
           MOVE WS-RECORD-COUNT TO PST-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO PST-HASH-TOTAL
           MOVE WS-OUTSIDE-COUNT TO PST-OUTSIDE-COUNT
           MOVE WS-TRL-RECORD-COUNT TO PST-TRL-RECORD-COUNT
           MOVE WS-TRL-HASH-TOTAL TO PST-TRL-HASH-TOTAL
           MOVE WS-VALID-COUNT TO PST-VALID-COUNT
           MOVE WS-XFER-COUNT TO PST-XFER-COUNT
           MOVE WS-EXCP-COUNT TO PST-EXCP-COUNT
           MOVE WS-EXCL-I-COUNT TO PST-EXCL-I-COUNT
           MOVE WS-EXCL-W-COUNT TO PST-EXCL-W-COUNT
           MOVE WS-EXCL-P-COUNT TO PST-EXCL-P-COUNT
           MOVE WS-EXCL-NP-COUNT TO PST-EXCL-NP-COUNT
           MOVE WS-EXCL-OTHER-COUNT TO PST-EXCL-OTHER-COUNT
           MOVE WS-BADTYPE-COUNT TO PST-BADTYPE-COUNT
           MOVE WS-STUDENT-COUNT TO PST-STUDENT-COUNT
           MOVE COR-ENTRY-COUNT TO PST-COR-LOADED-COUNT
           MOVE WS-CORR-APPLIED-COUNT TO PST-CORR-APPLIED-COUNT
           MOVE WS-CORR-REJECT-COUNT TO PST-CORR-REJECT-COUNT
           WRITE PARTITION-STATS-RECORD
           PERFORM 035A-WRITE-PST-GRADE THRU 035A-EXIT
                VARYING GD-LTR-IDX FROM 1 BY 1
                UNTIL GD-LTR-IDX > GRADE-LETTER-COUNT
           PERFORM 035B-WRITE-PST-DEPT THRU 035B-EXIT
                VARYING DEPT-IDX FROM 1 BY 1
                UNTIL DEPT-IDX > DEPT-TABLE-COUNT
           PERFORM 035C-WRITE-PST-AGED THRU 035C-EXIT
                VARYING WS-AGE-IDX FROM 1 BY 1
                UNTIL WS-AGE-IDX > AGE-ENTRY-COUNT
           CLOSE PARTITION-STATS-FILE
           .

       035-EXIT.
           EXIT.

       035A-WRITE-PST-GRADE.
           MOVE SPACES TO PARTITION-STATS-RECORD
           INITIALIZE PST-GRADE-DIST-VIEW
           MOVE WS-PART-NO TO PST-PARTITION
           SET PST-GRADE-DIST-REC TO TRUE
           MOVE GD-LETTER(GD-LTR-IDX) TO PST-GD-LETTER
           MOVE GD-OVERALL-COUNT(GD-LTR-IDX) TO PST-GD-OVERALL-COUNT
           PERFORM 035D-MOVE-PST-GRADE-DEPT THRU 035D-EXIT
                VARYING DEPT-IDX FROM 1 BY 1
                UNTIL DEPT-IDX > DEPT-TABLE-COUNT
           WRITE PARTITION-STATS-RECORD
           .

       035A-EXIT.
           EXIT.

       035B-WRITE-PST-DEPT.
           MOVE SPACES TO PARTITION-STATS-RECORD
           INITIALIZE PST-DEPT-STATS-VIEW
           MOVE WS-PART-NO TO PST-PARTITION
           SET PST-DEPT-STATS-REC TO TRUE
           SET PST-DEPT-IDX TO DEPT-IDX
           MOVE DEPT-NAME(DEPT-IDX) TO PST-DEPT-NAME
           MOVE RD-STUDENT-COUNT(DEPT-IDX) TO PST-RD-STUDENT-COUNT
           MOVE RD-TOTAL-COUNT(DEPT-IDX) TO PST-RD-TOTAL-COUNT
           MOVE RD-CREDIT-HOURS(DEPT-IDX) TO PST-RD-CREDIT-HOURS
           MOVE RD-SUM-DEGREE(DEPT-IDX) TO PST-RD-SUM-DEGREE
           MOVE RD-SUM-GRADE(DEPT-IDX) TO PST-RD-SUM-GRADE
           MOVE RD-GRADED-COUNT(DEPT-IDX) TO PST-RD-GRADED-COUNT
           MOVE RD-F-COUNT(DEPT-IDX) TO PST-RD-F-COUNT
           MOVE RD-W-COUNT(DEPT-IDX) TO PST-RD-W-COUNT
           WRITE PARTITION-STATS-RECORD
           .

       035B-EXIT.
           EXIT.

      *    THE SAME AGED EXCEPTIONS 030A-WRITE-AGED-LINE PUTS ON THIS
      *    PARTITION'S BALRPT.
       035C-WRITE-PST-AGED.
           IF AGE-TAB-SEEN-SW(WS-AGE-IDX) = "Y"
              AND AGE-TAB-RUN-COUNT(WS-AGE-IDX) >= WS-AGE-THRESHOLD
              THEN
              MOVE SPACES TO PARTITION-STATS-RECORD
              INITIALIZE PST-AGED-EXCP-VIEW
              MOVE WS-PART-NO TO PST-PARTITION
              SET PST-AGED-EXCP-REC TO TRUE
              MOVE AGE-TAB-STUDENT-ID(WS-AGE-IDX) TO PST-AGE-STUDENT-ID
              MOVE AGE-TAB-GRADE-ID(WS-AGE-IDX) TO PST-AGE-GRADE-ID
              MOVE AGE-TAB-TERM(WS-AGE-IDX) TO PST-AGE-TERM
              MOVE AGE-TAB-REASON(WS-AGE-IDX) TO PST-AGE-REASON
              MOVE AGE-TAB-FIRST-DATE(WS-AGE-IDX) TO PST-AGE-FIRST-DATE
              MOVE AGE-TAB-RUN-COUNT(WS-AGE-IDX) TO PST-AGE-RUN-COUNT
              WRITE PARTITION-STATS-RECORD
           END-IF
           .

       035C-EXIT.
           EXIT.

       035D-MOVE-PST-GRADE-DEPT.
           MOVE GD-DEPT-COUNT(GD-LTR-IDX, DEPT-IDX)
                TO PST-GD-DEPT-COUNT(DEPT-IDX)
           .

       035D-EXIT.
           EXIT.

       017-WRITE-DIST-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "MYGRADE LETTER-GRADE DISTRIBUTION   RUN DATE: "
      *    HOLDER; A LOCK TWELVE HOURS OLD OR MORE IS THE LEAVINGS
      *    OF AN ABEND AND IS TAKEN OVER WITH A WARNING ON SYSOUT.
       090-ACQUIRE-LOCK.
           MOVE ZERO TO LOCK-KEEP-COUNT
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
              PERFORM 090D-WRITE-KEPT-LOCK THRU 090D-EXIT
                   VARYING WS-LOCK-IDX FROM 1 BY 1
                   UNTIL WS-LOCK-IDX > LOCK-KEEP-COUNT
              MOVE WS-MY-PROGRAM-ID TO LOCK-PROGRAM-ID
              MOVE WS-RUN-DATE TO LOCK-DATE
              MOVE WS-RUN-TIME TO LOCK-TIME
              MOVE WS-PART-NO TO LOCK-PARTITION
              MOVE WS-PART-LOW-ID TO LOCK-LOW-ID
              MOVE WS-PART-HIGH-ID TO LOCK-HIGH-ID
              WRITE CUMHIST-LOCK-RECORD
              CLOSE LOCK-FILE
           END-IF
              DISPLAY "MYGRADE TAKING OVER STALE CUMHIST LOCK"
                   " LEFT BY " LOCK-PROGRAM-ID
                   " AT " LOCK-DATE " " LOCK-TIME
           ELSE
              PERFORM 090C-CHECK-LOCK-RANGE THRU 090C-EXIT
           END-IF
           .

       090A-EXIT.
           EXIT.

      *    A LIVE LOCK TURNS THIS RUN AWAY UNLESS BOTH ARE PARTITIONS
      *    OF A PARTITIONED MYGRADE RUN, WITH DIFFERENT NUMBERS AND
      *    RANGES THAT DO NOT OVERLAP -- THEN THE OTHER PARTITION'S
      *    RECORD IS KEPT AND WRITTEN BACK ALONGSIDE THIS ONE'S.
       090C-CHECK-LOCK-RANGE.
           IF PARTITION-RUN
              AND LOCK-PROGRAM-ID = WS-MY-PROGRAM-ID
              AND LOCK-PARTITION NUMERIC
              AND LOCK-PARTITION > ZERO
              AND LOCK-PARTITION NOT = WS-PART-NO
              AND (LOCK-HIGH-ID < WS-PART-LOW-ID
                   OR LOCK-LOW-ID > WS-PART-HIGH-ID)
              AND LOCK-KEEP-COUNT < LOCK-KEEP-MAX THEN
              ADD 1 TO LOCK-KEEP-COUNT
              MOVE CUMHIST-LOCK-RECORD
                   TO LOCK-KEEP-ENTRY(LOCK-KEEP-COUNT)
           ELSE
              SET LOCK-BLOCKED TO TRUE
              DISPLAY "MYGRADE CANNOT START - CUMHIST IN USE BY "
                   LOCK-PROGRAM-ID " SINCE " LOCK-DATE " "
                   LOCK-TIME
              IF LOCK-PARTITION NUMERIC AND LOCK-PARTITION > ZERO THEN
                 DISPLAY "  PARTITION " LOCK-PARTITION
                      " HOLDS STUDENT-ID " LOCK-LOW-ID
                      " THRU " LOCK-HIGH-ID
              END-IF
           END-IF
           .

       090C-EXIT.
           EXIT.

       090D-WRITE-KEPT-LOCK.
           MOVE LOCK-KEEP-ENTRY(WS-LOCK-IDX) TO CUMHIST-LOCK-RECORD
           WRITE CUMHIST-LOCK-RECORD
           .

       090D-EXIT.
           EXIT.

      *    FOLDS A DATE/TIME STAMP TO MINUTES ON A CALENDAR THAT
       090B-EXIT.
           EXIT.

      *    AN UNPARTITIONED RUN HELD THE WHOLE FILE AND SIMPLY EMPTIES
      *    IT. A PARTITION TAKES OUT ONLY ITS OWN RECORD AND WRITES
      *    BACK EVERY OTHER ONE, WHICH MAY BELONG TO A PARTITION STILL
      *    RUNNING.
       091-RELEASE-LOCK.
           MOVE ZERO TO LOCK-KEEP-COUNT
           IF PARTITION-RUN THEN
              MOVE "N" TO WS-LOCK-EOF-SW
              OPEN INPUT LOCK-FILE
              IF WS-LOCK-STATUS = "00" THEN
                 PERFORM UNTIL END-OF-LOCK-FILE
                         READ LOCK-FILE
                         AT END
                            SET END-OF-LOCK-FILE TO TRUE
                         NOT AT END
                            PERFORM 091A-KEEP-OTHER-LOCK
                                 THRU 091A-EXIT
                         END-READ
                 END-PERFORM
                 CLOSE LOCK-FILE
              END-IF
           END-IF
           OPEN OUTPUT LOCK-FILE
           PERFORM 090D-WRITE-KEPT-LOCK THRU 090D-EXIT
                VARYING WS-LOCK-IDX FROM 1 BY 1
                UNTIL WS-LOCK-IDX > LOCK-KEEP-COUNT
           CLOSE LOCK-FILE
           .

       091-EXIT.
           EXIT.

       091A-KEEP-OTHER-LOCK.
           IF LOCK-PROGRAM-ID = WS-MY-PROGRAM-ID
              AND LOCK-PARTITION = WS-PART-NO THEN
              GO TO 091A-EXIT
           END-IF
           IF LOCK-KEEP-COUNT < LOCK-KEEP-MAX THEN
              ADD 1 TO LOCK-KEEP-COUNT
              MOVE CUMHIST-LOCK-RECORD
                   TO LOCK-KEEP-ENTRY(LOCK-KEEP-COUNT)
           END-IF
           .

       091A-EXIT.
           EXIT.

      *    ONE RUN-HISTORY LINE PER RUN, APPENDED AFTER THE CLUSTER
      *    CLOSES AND BEFORE THE LOCK DROPS -- WHAT RAN, FOR WHICH
      *    TERM, WHAT IT TOUCHED, AND THE FINAL RETURN CODE (SEE

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
