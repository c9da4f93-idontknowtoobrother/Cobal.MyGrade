       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRCON.
       AUTHOR. 62160246.
      *    PARTITIONED-RUN CONSOLIDATION. WHEN THE END-OF-TERM EXTRACT
      *    IS POSTED AS SEVERAL MYGRADE PARTITIONS RUNNING SIDE BY
      *    SIDE -- EACH TAKING ONLY ITS OWN STUDENT-ID RANGE OF THE
      *    SORTED EXTRACT (SEE THE PARTITION CARD IN MYGRADE AND
      *    PARTSTAT.CPY) -- THIS STEP PUTS THE PIECES BACK TOGETHER:
      *      - AVGOUT, STANDOUT, STDCHG, SUPSOUT AND EXCPOUT ARE MERGED
      *        FROM THE PARTITIONS' FILES. THE RANGES ASCEND WITH THE
      *        PARTITION NUMBER, SO THE MERGE IS THE PARTITION FILES
      *        IN PARTITION ORDER (THE JCL CONCATENATES THEM); EVERY
      *        RECORD IS SEQUENCE-CHECKED ON STUDENT-ID ON THE WAY
      *        THROUGH, SO A CONCATENATION OUT OF ORDER IS CAUGHT.
      *      - THE LETTER-GRADE DISTRIBUTION AND THE DEPARTMENT
      *        SUMMARY ARE ADDED UP ACROSS THE PARTITIONS AND PRINTED
      *        ON RPTOUT IN THE SAME FORM AS AN UNPARTITIONED RUN.
      *      - ONE BALRPT HOLDS THE COMBINED COUNTS AND STUDENT-ID HASH
      *        AGAINST THE EXTRACT'S SINGLE TRAILER -- WHICH PROVES THE
      *        RANGES BETWEEN THEM COVERED THE EXTRACT EXACTLY ONCE --
      *        AND LISTS EVERY PARTITION WITH ITS RANGE AND RETURN
      *        CODE.
      *      - THE TERM IS MARKED POSTED ON TRMCAL, WHICH THE
      *        PARTITIONS LEAVE ALONE.
      *    THE SYSIN CARD IS THE NUMBER OF PARTITIONS IN THE RUN
      *    (COLUMNS 1-2). A PARTITION THAT DID NOT FINISH LEAVES AN
      *    EMPTY PARTSTAT AND IS REPORTED MISSING; RERUN JUST THAT
      *    PARTITION'S JOB (IT RESTARTS FROM ITS OWN CHECKPOINT) AND
      *    THEN THIS STEP AGAIN. THE STEP REFUSES TO RUN (RC 12) WHILE
      *    ANY PARTITION STILL HOLDS ITS CUMHIST LOCK RECORD.
      *    RETURN CODES FOLLOW MYGRADE: 4 WHEN A PARTITION ENDED
      *    WITH A WARNING OR THE CALENDAR COULD NOT BE MARKED, 12 WHEN
      *    THE RUN IS OUT OF BALANCE OR A PARTITION IS MISSING, 16 ON
      *    A BAD CONTROL CARD OR A PARTITION'S SEQUENCE ERROR.
      *    CUMHIST ITSELF IS NEITHER READ NOR UPDATED HERE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-STATS-FILE ASSIGN TO PARTSTAT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PST-STATUS.
           SELECT AVG-IN-FILE ASSIGN TO AVGIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MRG-STATUS.
           SELECT AVG-OUT-FILE ASSIGN TO AVGOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STAND-IN-FILE ASSIGN TO STANDIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MRG-STATUS.
           SELECT STAND-OUT-FILE ASSIGN TO STANDOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHG-IN-FILE ASSIGN TO STDCHGIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MRG-STATUS.
           SELECT CHG-OUT-FILE ASSIGN TO STDCHG
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUP-IN-FILE ASSIGN TO SUPSIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MRG-STATUS.
           SELECT SUP-OUT-FILE ASSIGN TO SUPSOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXC-IN-FILE ASSIGN TO EXCPIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MRG-STATUS.
           SELECT EXC-OUT-FILE ASSIGN TO EXCPOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-FILE ASSIGN TO BALRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-CALENDAR-FILE ASSIGN TO TRMCAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAL-TERM-ID
              FILE STATUS IS WS-CAL-STATUS.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-STATS-FILE.
       COPY PARTSTAT.
      *    THE MERGED FILES ARE COPIED RECORD FOR RECORD. ONLY THE
      *    STUDENT-ID AT THE FRONT OF EACH IS LOOKED AT; THE LENGTHS
      *    ARE THOSE OF THE RECORDS MYGRADE WRITES -- KEEP THEM IN
      *    STEP WITH THE FDS THERE.
       FD  AVG-IN-FILE.
       01 AVG-IN-REC.
          05 AVI-STUDENT-ID     PIC 9(6).
          05 FILLER             PIC X(68).
       FD  AVG-OUT-FILE.
       01 AVG-OUT-REC           PIC X(74).
       FD  STAND-IN-FILE.
       01 STAND-IN-REC.
          05 STI-STUDENT-ID     PIC 9(6).
          05 FILLER             PIC X(27).
       FD  STAND-OUT-FILE.
       01 STAND-OUT-REC         PIC X(33).
       FD  CHG-IN-FILE.
       01 CHG-IN-REC.
          05 CHI-STUDENT-ID     PIC 9(6).
          05 FILLER             PIC X(31).
       FD  CHG-OUT-FILE.
       01 CHG-OUT-REC           PIC X(37).
       FD  SUP-IN-FILE.
       01 SUP-IN-REC.
          05 SUI-STUDENT-ID     PIC 9(6).
          05 FILLER             PIC X(25).
       FD  SUP-OUT-FILE.
       01 SUP-OUT-REC           PIC X(31).
       FD  EXC-IN-FILE.
       01 EXC-IN-REC.
          05 EXI-STUDENT-ID     PIC 9(6).
          05 FILLER             PIC X(46).
       FD  EXC-OUT-FILE.
       01 EXC-OUT-REC           PIC X(52).
       FD  REPORT-FILE.
       01 REPORT-LINE           PIC X(80).
       FD  BALANCE-FILE.
       01 BALANCE-LINE          PIC X(80).
       FD  TERM-CALENDAR-FILE.
       COPY TERMCAL.
       FD  LOCK-FILE.
       COPY CUMLOCK.

       WORKING-STORAGE SECTION.
       01 WS-PST-STATUS         PIC X(2).
       01 WS-PST-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-PARTITION-STATS           VALUE "Y".
       01 WS-MRG-STATUS         PIC X(2).
       01 WS-MRG-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-MERGE-FILE                VALUE "Y".
       01 WS-CAL-STATUS         PIC X(2).
       01 WS-LOCK-STATUS        PIC X(2).
       01 WS-LOCK-EOF-SW        PIC X(1)      VALUE "N".
          88 END-OF-LOCK-FILE                 VALUE "Y".
       01 WS-PART-RUNNING-SW    PIC X(1)      VALUE "N".
          88 PARTITION-STILL-RUNNING          VALUE "Y".
       01 WS-CON-CARD.
          05 WS-CON-PARTS-IN    PIC X(2).
          05 FILLER             PIC X(78).
       01 WS-PART-COUNT         PIC 9(2)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).

      *    ONE ENTRY PER PARTITION, SUBSCRIPTED BY PARTITION NUMBER.
      *    KEEP PART-MAX IN STEP WITH LOCK-KEEP-MAX IN MYGRADE.
       01 PART-MAX              PIC 9(2)      COMP VALUE 20.
       01 PARTITION-TABLE.
          05 PART-ENTRY OCCURS 20 TIMES.
             10 PT-SEEN-SW         PIC X(1).
                88 PT-SEEN                    VALUE "Y".
             10 PT-LOW-ID          PIC 9(6).
             10 PT-HIGH-ID         PIC 9(6).
             10 PT-RC              PIC 9(3).
             10 PT-RECORD-COUNT    PIC 9(8).
             10 PT-RESTART-SW      PIC X(1).
                88 PT-RESTARTED               VALUE "Y".
       01 WS-PART-IDX           PIC 9(2)      COMP.
       01 WS-PRIOR-IDX          PIC 9(2)      COMP.
       01 WS-PARTS-FOUND        PIC 9(2)      VALUE ZERO.
      *    RAISED BY A PARTITION SUMMARY RECORD THAT WAS TAKEN; THE
      *    GRADE, DEPARTMENT AND AGED RECORDS BEHIND A SUMMARY THAT
      *    WAS TURNED AWAY (UNEXPECTED OR DUPLICATE PARTITION) ARE
      *    PASSED OVER WITH IT.
       01 WS-CUR-PART-SW        PIC X(1)      VALUE "N".
          88 CURRENT-PARTITION-TAKEN          VALUE "Y".

      *    THE EXTRACT AS THE FIRST PARTITION SAW IT. EVERY OTHER
      *    PARTITION READ THE SAME SORTED FILE, SO ITS HEADER, TRAILER
      *    AND RECORD COUNT MUST AGREE WITH THESE.
       01 WS-REF-SW             PIC X(1)      VALUE "N".
          88 REFERENCE-TAKEN                  VALUE "Y".
       01 WS-RUN-TERM           PIC 9(5)      VALUE ZERO.
       01 WS-EXTRACT-DATE       PIC 9(8)      VALUE ZERO.
       01 WS-READ-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-TRL-RECORD-COUNT   PIC 9(8)      VALUE ZERO.
       01 WS-TRL-HASH-TOTAL     PIC 9(12)     VALUE ZERO.
       01 WS-HDR-SEEN-SW        PIC X(1)      VALUE "N".
          88 HEADER-SEEN                      VALUE "Y".
       01 WS-TRL-SEEN-SW        PIC X(1)      VALUE "N".
          88 TRAILER-SEEN                     VALUE "Y".
       01 WS-BADTYPE-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-COR-LOADED-COUNT   PIC 9(8)      VALUE ZERO.

      *    THE PARTITIONS ADDED TOGETHER.
       01 WS-RECORD-COUNT       PIC 9(8)      VALUE ZERO.
      *    THE HASH IS A MODULO TOTAL -- HIGH-ORDER CARRY OUT OF THE
      *    12 DIGITS FALLS AWAY, SAME AS IN MYGRADE AND UPSTREAM.
       01 WS-HASH-TOTAL         PIC 9(12)     VALUE ZERO.
       01 WS-VALID-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-XFER-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-EXCP-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-EXCL-I-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-EXCL-W-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-EXCL-P-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-EXCL-NP-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-EXCL-OTHER-COUNT   PIC 9(8)      VALUE ZERO.
       01 WS-STUDENT-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-CORR-APPLIED-COUNT PIC 9(8)      VALUE ZERO.
       01 WS-CORR-REJECT-COUNT  PIC 9(8)      VALUE ZERO.
       01 WS-CORR-UNUSED-COUNT  PIC 9(8)      VALUE ZERO.
       01 WS-OVR-AUTH-BY        PIC X(8)      VALUE SPACES.

      *    RECORDS THROUGH EACH MERGE, AND THE SEQUENCE CHECK SHARED
      *    BY ALL FIVE.
       01 WS-AVG-MRG-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-STD-MRG-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-CHG-MRG-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-SUP-MRG-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-EXC-MRG-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-MRG-NAME           PIC X(8).
       01 WS-MRG-ID             PIC 9(6).
       01 WS-MRG-PREV-ID        PIC 9(6).
       01 WS-MRG-SEQ-COUNT      PIC 9(8)      VALUE ZERO.

       01 WS-BALANCE-SW         PIC X(1)      VALUE "Y".
          88 RUN-IN-BALANCE                   VALUE "Y".
          88 RUN-OUT-OF-BALANCE               VALUE "N".
       01 WS-SEQ-ERROR-SW       PIC X(1)      VALUE "N".
          88 SEQUENCE-ERROR                   VALUE "Y".
       01 WS-WARNING-SW         PIC X(1)      VALUE "N".
          88 PARTITION-WARNING                VALUE "Y".

       COPY DEPTTAB.
       COPY GRADETAB.

      *    RUN-LEVEL DEPARTMENT STATISTICS, LAID OUT AS IN MYGRADE AND
      *    SUBSCRIPTED LIKE DEPT-TABLE, ADDED UP FROM THE PARTITIONS.
       01 RUN-DEPT-STATS.
          05 RUN-DEPT-ENTRY OCCURS 10 TIMES.
             10 RD-STUDENT-COUNT  PIC 9(5).
             10 RD-TOTAL-COUNT    PIC 9(6).
             10 RD-CREDIT-HOURS   PIC 9(6).
             10 RD-SUM-DEGREE     PIC 9(6).
             10 RD-SUM-GRADE      PIC 9(6)V9(2).
             10 RD-GRADED-COUNT   PIC 9(6).
             10 RD-F-COUNT        PIC 9(5).
             10 RD-W-COUNT        PIC 9(5).
       01 WS-DEPT-NO            PIC 9(2).
       01 WS-LTR-FOUND-SW       PIC X(1).
          88 LETTER-FOUND                     VALUE "Y".

      *    AGED EXCEPTIONS FROM EVERY PARTITION'S BALRPT, LISTED AGAIN
      *    AT THE FOOT OF THE CONSOLIDATED ONE.
       01 AGED-TABLE.
          05 AGD-ENTRY-MAX      PIC 9(3)      COMP VALUE 500.
          05 AGD-ENTRY-COUNT    PIC 9(3)      COMP VALUE ZERO.
          05 AGD-ENTRY OCCURS 500 TIMES.
             10 AGD-STUDENT-ID     PIC 9(6).
             10 AGD-GRADE-ID       PIC 9(6).
             10 AGD-TERM           PIC 9(5).
             10 AGD-REASON         PIC X(2).
             10 AGD-FIRST-DATE     PIC 9(8).
             10 AGD-RUN-COUNT      PIC 9(3).
       01 WS-AGD-IDX            PIC 9(3)      COMP.
       01 WS-AGE-RUNS-ED        PIC ZZ9.

       01 WS-DIST-FIELDS.
          05 WS-DIST-OVERALL-ED PIC ZZZZ9.
          05 WS-DIST-COL-ED     PIC ZZZZ9.
       01 WS-RPT-PTR            PIC 9(3)      COMP.
       01 WS-DEPT-SUM-FIELDS.
          05 WS-DEPT-STUD-ED    PIC ZZZZ9.
          05 WS-DEPT-HRS-ED     PIC ZZZZZ9.
          05 WS-DEPT-MEAN-GPA   PIC 9(2)V9(3).
          05 WS-DEPT-MEAN-ED    PIC Z9.999.
          05 WS-DEPT-RATE       PIC 9(3)V9(1).
          05 WS-DEPT-RATE-ED    PIC ZZ9.9.
       01 WS-BAL-FIELDS.
          05 WS-BAL-LABEL       PIC X(28).
          05 WS-BAL-COUNT       PIC 9(8).
          05 WS-BAL-COUNT-ED    PIC ZZZZZZZ9.
          05 WS-BAL-HASH-ED     PIC ZZZZZZZZZZZ9.
          05 WS-BAL-RC-ED       PIC ZZ9.
          05 WS-BAL-PART-ED     PIC Z9.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           MOVE SPACES TO WS-CON-CARD
           ACCEPT WS-CON-CARD
           IF WS-CON-PARTS-IN NUMERIC THEN
              MOVE WS-CON-PARTS-IN TO WS-PART-COUNT
           END-IF
           IF WS-PART-COUNT = ZERO OR WS-PART-COUNT > PART-MAX THEN
              DISPLAY "MYGRCON INVALID PARTITION COUNT: "
                   WS-CON-PARTS-IN " - COLUMNS 1-2, 01 THRU 20"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      *    A PARTITION STILL HOLDING ITS LOCK RECORD IS EITHER STILL
      *    POSTING OR DIED WITHOUT RELEASING IT. EITHER WAY ITS OUTPUT
      *    IS NOT FINISHED, SO NOTHING IS TOUCHED UNTIL IT IS CLEARED.
           PERFORM 015-CHECK-PARTITION-LOCKS THRU 015-EXIT
           IF PARTITION-STILL-RUNNING THEN
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           INITIALIZE PARTITION-TABLE
           INITIALIZE RUN-DEPT-STATS
           MOVE ZERO TO DEPT-TABLE-COUNT
           OPEN INPUT PARTITION-STATS-FILE
           IF WS-PST-STATUS NOT = "00" THEN
              DISPLAY "MYGRCON CANNOT OPEN PARTSTAT, STATUS "
                   WS-PST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL END-OF-PARTITION-STATS
                   READ PARTITION-STATS-FILE
                   AT END
                      SET END-OF-PARTITION-STATS TO TRUE
                   NOT AT END
                      PERFORM 001-LOAD-PARTITION-STATS THRU 001-EXIT
                   END-READ
           END-PERFORM
           CLOSE PARTITION-STATS-FILE
           PERFORM 002-CHECK-PARTITION THRU 002-EXIT
                VARYING WS-PART-IDX FROM 1 BY 1
                UNTIL WS-PART-IDX > WS-PART-COUNT
           PERFORM 003-MERGE-AVGOUT THRU 003-EXIT
           PERFORM 004-MERGE-STANDOUT THRU 004-EXIT
           PERFORM 005-MERGE-STDCHG THRU 005-EXIT
           PERFORM 006-MERGE-SUPSOUT THRU 006-EXIT
           PERFORM 007-MERGE-EXCPOUT THRU 007-EXIT
           OPEN OUTPUT REPORT-FILE
           IF WS-RECORD-COUNT > ZERO AND NOT SEQUENCE-ERROR THEN
              PERFORM 009-WRITE-DIST-REPORT THRU 009-EXIT
              PERFORM 010-WRITE-DEPT-SUMMARY THRU 010-EXIT
           END-IF
           CLOSE REPORT-FILE
           PERFORM 011-RECONCILE-TRAILER THRU 011-EXIT
           OPEN OUTPUT BALANCE-FILE
           PERFORM 012-WRITE-BALANCE-REPORT THRU 012-EXIT
           PERFORM 013-WRITE-AGED-REPORT THRU 013-EXIT
           CLOSE BALANCE-FILE
      *    THE PARTITIONS HAVE ALREADY POSTED WHATEVER THEY POSTED, SO
      *    THE TERM IS MARKED ON THE SAME TERMS AS AN UNPARTITIONED
      *    RUN: ANY DETAIL RECORD TAKEN BY ANY PARTITION.
           IF WS-RECORD-COUNT > ZERO THEN
              PERFORM 014-MARK-TERM-POSTED THRU 014-EXIT
           END-IF
           GOBACK.

      *    ONE PARTSTAT RECORD (SEE PARTSTAT.CPY). EACH PARTITION'S
      *    SUMMARY COMES FIRST AND DECIDES WHETHER THE RECORDS BEHIND
      *    IT ARE TAKEN.
       001-LOAD-PARTITION-STATS.
           EVALUATE TRUE
              WHEN PST-SUMMARY-REC
                 PERFORM 001A-STORE-SUMMARY THRU 001A-EXIT
              WHEN PST-GRADE-DIST-REC
                 IF CURRENT-PARTITION-TAKEN THEN
                    PERFORM 001B-ADD-GRADE-ROW THRU 001B-EXIT
                 END-IF
              WHEN PST-DEPT-STATS-REC
                 IF CURRENT-PARTITION-TAKEN THEN
                    PERFORM 001D-ADD-DEPT-ROW THRU 001D-EXIT
                 END-IF
              WHEN PST-AGED-EXCP-REC
                 IF CURRENT-PARTITION-TAKEN THEN
                    PERFORM 001E-STORE-AGED THRU 001E-EXIT
                 END-IF
              WHEN OTHER
                 SET RUN-OUT-OF-BALANCE TO TRUE
                 DISPLAY "MYGRCON UNKNOWN PARTSTAT RECORD TYPE '"
                      PST-REC-TYPE "'"
           END-EVALUATE
           .

       001-EXIT.
           EXIT.

       001A-STORE-SUMMARY.
           MOVE "N" TO WS-CUR-PART-SW
           IF PST-PARTITION NOT NUMERIC
              OR PST-PARTITION = ZERO
              OR PST-PARTITION > WS-PART-COUNT THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "MYGRCON PARTSTAT FOR UNEXPECTED PARTITION "
                   PST-PARTITION " - NOT COUNTED"
              GO TO 001A-EXIT
           END-IF
           MOVE PST-PARTITION TO WS-PART-IDX
           IF PT-SEEN(WS-PART-IDX) THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "MYGRCON PARTITION " PST-PARTITION
                   " APPEARS TWICE IN PARTSTAT - SECOND NOT COUNTED"
              GO TO 001A-EXIT
           END-IF
           SET CURRENT-PARTITION-TAKEN TO TRUE
           ADD 1 TO WS-PARTS-FOUND
           MOVE "Y" TO PT-SEEN-SW(WS-PART-IDX)
           MOVE PST-LOW-ID TO PT-LOW-ID(WS-PART-IDX)
           MOVE PST-HIGH-ID TO PT-HIGH-ID(WS-PART-IDX)
           MOVE PST-RC TO PT-RC(WS-PART-IDX)
           MOVE PST-RECORD-COUNT TO PT-RECORD-COUNT(WS-PART-IDX)
           MOVE PST-RESTART-SW TO PT-RESTART-SW(WS-PART-IDX)
           IF NOT REFERENCE-TAKEN THEN
              SET REFERENCE-TAKEN TO TRUE
              MOVE PST-RUN-TERM TO WS-RUN-TERM
              MOVE PST-EXTRACT-DATE TO WS-EXTRACT-DATE
              MOVE PST-READ-COUNT TO WS-READ-COUNT
              MOVE PST-TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
              MOVE PST-TRL-HASH-TOTAL TO WS-TRL-HASH-TOTAL
              MOVE PST-HDR-SEEN-SW TO WS-HDR-SEEN-SW
              MOVE PST-TRL-SEEN-SW TO WS-TRL-SEEN-SW
              MOVE PST-BADTYPE-COUNT TO WS-BADTYPE-COUNT
              MOVE PST-COR-LOADED-COUNT TO WS-COR-LOADED-COUNT
           ELSE
              IF PST-RUN-TERM NOT = WS-RUN-TERM
                 OR PST-EXTRACT-DATE NOT = WS-EXTRACT-DATE
                 OR PST-READ-COUNT NOT = WS-READ-COUNT
                 OR PST-TRL-RECORD-COUNT NOT = WS-TRL-RECORD-COUNT
                 OR PST-TRL-HASH-TOTAL NOT = WS-TRL-HASH-TOTAL THEN
                 SET RUN-OUT-OF-BALANCE TO TRUE
                 DISPLAY "MYGRCON PARTITION " PST-PARTITION
                      " READ A DIFFERENT EXTRACT: TERM " PST-RUN-TERM
                      " EXTRACT DATE " PST-EXTRACT-DATE
                      " RECORDS READ " PST-READ-COUNT
              END-IF
           END-IF
           IF PST-SEQ-ERROR-SW = "Y" THEN
              SET SEQUENCE-ERROR TO TRUE
           END-IF
           IF PST-OVERRIDE-BY NOT = SPACES THEN
              MOVE PST-OVERRIDE-BY TO WS-OVR-AUTH-BY
           END-IF
           ADD PST-RECORD-COUNT TO WS-RECORD-COUNT
           ADD PST-HASH-TOTAL TO WS-HASH-TOTAL
           ADD PST-VALID-COUNT TO WS-VALID-COUNT
           ADD PST-XFER-COUNT TO WS-XFER-COUNT
           ADD PST-EXCP-COUNT TO WS-EXCP-COUNT
           ADD PST-EXCL-I-COUNT TO WS-EXCL-I-COUNT
           ADD PST-EXCL-W-COUNT TO WS-EXCL-W-COUNT
           ADD PST-EXCL-P-COUNT TO WS-EXCL-P-COUNT
           ADD PST-EXCL-NP-COUNT TO WS-EXCL-NP-COUNT
           ADD PST-EXCL-OTHER-COUNT TO WS-EXCL-OTHER-COUNT
           ADD PST-STUDENT-COUNT TO WS-STUDENT-COUNT
           ADD PST-CORR-APPLIED-COUNT TO WS-CORR-APPLIED-COUNT
           ADD PST-CORR-REJECT-COUNT TO WS-CORR-REJECT-COUNT
           .

       001A-EXIT.
           EXIT.

      *    EVERY PARTITION LOADED THE SAME GRADESCL, SO THE LETTERS
      *    NORMALLY COME IN THE SAME ORDER FROM EACH; A LETTER NOT YET
      *    IN THE TABLE IS ADDED AT THE END ALL THE SAME.
       001B-ADD-GRADE-ROW.
           MOVE "N" TO WS-LTR-FOUND-SW
           PERFORM 001C-FIND-LETTER THRU 001C-EXIT
                VARYING GD-LTR-IDX FROM 1 BY 1
                UNTIL GD-LTR-IDX > GRADE-LETTER-COUNT
                   OR LETTER-FOUND
           IF NOT LETTER-FOUND THEN
              IF GRADE-LETTER-COUNT >= 12 THEN
                 SET RUN-OUT-OF-BALANCE TO TRUE
                 DISPLAY "MYGRCON GRADE TABLE FULL - LETTER "
                      PST-GD-LETTER " NOT COUNTED"
                 GO TO 001B-EXIT
              END-IF
              ADD 1 TO GRADE-LETTER-COUNT
              SET GD-LTR-IDX TO GRADE-LETTER-COUNT
              MOVE PST-GD-LETTER TO GD-LETTER(GD-LTR-IDX)
              MOVE ZERO TO GD-OVERALL-COUNT(GD-LTR-IDX)
              PERFORM 001F-ZERO-GRADE-DEPT THRU 001F-EXIT
                   VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > 10
           END-IF
           ADD PST-GD-OVERALL-COUNT TO GD-OVERALL-COUNT(GD-LTR-IDX)
           PERFORM 001G-ADD-GRADE-DEPT THRU 001G-EXIT
                VARYING DEPT-IDX FROM 1 BY 1
                UNTIL DEPT-IDX > 10
           .

       001B-EXIT.
           EXIT.

      *    LEAVES GD-LTR-IDX ON THE MATCHING ROW -- THE VARYING STOPS
      *    THERE WITHOUT STEPPING PAST IT.
       001C-FIND-LETTER.
           IF GD-LETTER(GD-LTR-IDX) = PST-GD-LETTER THEN
              SET LETTER-FOUND TO TRUE
              SET GD-LTR-IDX DOWN BY 1
           END-IF
           .

       001C-EXIT.
           EXIT.

       001D-ADD-DEPT-ROW.
           IF PST-DEPT-IDX NOT NUMERIC
              OR PST-DEPT-IDX = ZERO
              OR PST-DEPT-IDX > 10 THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "MYGRCON PARTITION " PST-PARTITION
                   " DEPARTMENT ROW " PST-DEPT-IDX " NOT COUNTED"
              GO TO 001D-EXIT
           END-IF
           MOVE PST-DEPT-IDX TO WS-DEPT-NO
           SET DEPT-IDX TO WS-DEPT-NO
           IF WS-DEPT-NO > DEPT-TABLE-COUNT THEN
              MOVE WS-DEPT-NO TO DEPT-TABLE-COUNT
           END-IF
           MOVE PST-DEPT-NAME TO DEPT-NAME(DEPT-IDX)
           ADD PST-RD-STUDENT-COUNT TO RD-STUDENT-COUNT(DEPT-IDX)
           ADD PST-RD-TOTAL-COUNT TO RD-TOTAL-COUNT(DEPT-IDX)
           ADD PST-RD-CREDIT-HOURS TO RD-CREDIT-HOURS(DEPT-IDX)
           ADD PST-RD-SUM-DEGREE TO RD-SUM-DEGREE(DEPT-IDX)
           ADD PST-RD-SUM-GRADE TO RD-SUM-GRADE(DEPT-IDX)
           ADD PST-RD-GRADED-COUNT TO RD-GRADED-COUNT(DEPT-IDX)
           ADD PST-RD-F-COUNT TO RD-F-COUNT(DEPT-IDX)
           ADD PST-RD-W-COUNT TO RD-W-COUNT(DEPT-IDX)
           .

       001D-EXIT.
           EXIT.

       001E-STORE-AGED.
           IF AGD-ENTRY-COUNT >= AGD-ENTRY-MAX THEN
              DISPLAY "MYGRCON AGED EXCEPTION TABLE FULL - STUDENT "
                   PST-AGE-STUDENT-ID " NOT LISTED"
              GO TO 001E-EXIT
           END-IF
           ADD 1 TO AGD-ENTRY-COUNT
           MOVE PST-AGE-STUDENT-ID TO AGD-STUDENT-ID(AGD-ENTRY-COUNT)
           MOVE PST-AGE-GRADE-ID TO AGD-GRADE-ID(AGD-ENTRY-COUNT)
           MOVE PST-AGE-TERM TO AGD-TERM(AGD-ENTRY-COUNT)
           MOVE PST-AGE-REASON TO AGD-REASON(AGD-ENTRY-COUNT)
           MOVE PST-AGE-FIRST-DATE TO AGD-FIRST-DATE(AGD-ENTRY-COUNT)
           MOVE PST-AGE-RUN-COUNT TO AGD-RUN-COUNT(AGD-ENTRY-COUNT)
           .

       001E-EXIT.
           EXIT.

       001F-ZERO-GRADE-DEPT.
           MOVE ZERO TO GD-DEPT-COUNT(GD-LTR-IDX, DEPT-IDX)
           .

       001F-EXIT.
           EXIT.

       001G-ADD-GRADE-DEPT.
           ADD PST-GD-DEPT-COUNT(DEPT-IDX)
                TO GD-DEPT-COUNT(GD-LTR-IDX, DEPT-IDX)
           .

       001G-EXIT.
           EXIT.

      *    EVERY PARTITION MUST HAVE FINISHED, AND EACH RANGE MUST
      *    START ABOVE THE ONE BEFORE IT -- OVERLAPPING RANGES WOULD
      *    HAVE POSTED THE SAME STUDENTS TWICE, AND RANGES OUT OF
      *    ORDER WOULD BREAK THE MERGE. A GAP BETWEEN RANGES SHOWS UP
      *    AS A SHORT RECORD COUNT AGAINST THE TRAILER.
       002-CHECK-PARTITION.
           IF NOT PT-SEEN(WS-PART-IDX) THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "MYGRCON PARTITION " WS-PART-IDX
                   " DID NOT FINISH - NO PARTSTAT RECORDS"
              GO TO 002-EXIT
           END-IF
           EVALUATE TRUE
              WHEN PT-RC(WS-PART-IDX) >= 16
                 SET SEQUENCE-ERROR TO TRUE
              WHEN PT-RC(WS-PART-IDX) > 4
                 SET RUN-OUT-OF-BALANCE TO TRUE
              WHEN PT-RC(WS-PART-IDX) > ZERO
                 SET PARTITION-WARNING TO TRUE
           END-EVALUATE
           IF WS-PART-IDX > 1 THEN
              COMPUTE WS-PRIOR-IDX = WS-PART-IDX - 1
              IF PT-SEEN(WS-PRIOR-IDX)
                 AND PT-LOW-ID(WS-PART-IDX)
                     NOT > PT-HIGH-ID(WS-PRIOR-IDX) THEN
                 SET RUN-OUT-OF-BALANCE TO TRUE
                 DISPLAY "MYGRCON PARTITION " WS-PART-IDX
                      " RANGE STARTS AT " PT-LOW-ID(WS-PART-IDX)
                      ", NOT ABOVE PARTITION " WS-PRIOR-IDX
                      " WHICH ENDS AT " PT-HIGH-ID(WS-PRIOR-IDX)
              END-IF
           END-IF
           .

       002-EXIT.
           EXIT.

       003-MERGE-AVGOUT.
           MOVE "AVGOUT" TO WS-MRG-NAME
           MOVE ZERO TO WS-MRG-PREV-ID
           MOVE "N" TO WS-MRG-EOF-SW
           OPEN INPUT AVG-IN-FILE
           IF WS-MRG-STATUS NOT = "00" THEN
              PERFORM 008B-MERGE-OPEN-FAILED THRU 008B-EXIT
              GO TO 003-EXIT
           END-IF
           OPEN OUTPUT AVG-OUT-FILE
           PERFORM UNTIL END-OF-MERGE-FILE
                   READ AVG-IN-FILE
                   AT END
                      SET END-OF-MERGE-FILE TO TRUE
                   NOT AT END
                      MOVE AVI-STUDENT-ID TO WS-MRG-ID
                      PERFORM 008-CHECK-MERGE-SEQ THRU 008-EXIT
                      WRITE AVG-OUT-REC FROM AVG-IN-REC
                      ADD 1 TO WS-AVG-MRG-COUNT
                   END-READ
           END-PERFORM
           CLOSE AVG-IN-FILE
           CLOSE AVG-OUT-FILE
           .

       003-EXIT.
           EXIT.

       004-MERGE-STANDOUT.
           MOVE "STANDOUT" TO WS-MRG-NAME
           MOVE ZERO TO WS-MRG-PREV-ID
           MOVE "N" TO WS-MRG-EOF-SW
           OPEN INPUT STAND-IN-FILE
           IF WS-MRG-STATUS NOT = "00" THEN
              PERFORM 008B-MERGE-OPEN-FAILED THRU 008B-EXIT
              GO TO 004-EXIT
           END-IF
           OPEN OUTPUT STAND-OUT-FILE
           PERFORM UNTIL END-OF-MERGE-FILE
                   READ STAND-IN-FILE
                   AT END
                      SET END-OF-MERGE-FILE TO TRUE
                   NOT AT END
                      MOVE STI-STUDENT-ID TO WS-MRG-ID
                      PERFORM 008-CHECK-MERGE-SEQ THRU 008-EXIT
                      WRITE STAND-OUT-REC FROM STAND-IN-REC
                      ADD 1 TO WS-STD-MRG-COUNT
                   END-READ
           END-PERFORM
           CLOSE STAND-IN-FILE
           CLOSE STAND-OUT-FILE
           .

       004-EXIT.
           EXIT.

       005-MERGE-STDCHG.
           MOVE "STDCHG" TO WS-MRG-NAME
           MOVE ZERO TO WS-MRG-PREV-ID
           MOVE "N" TO WS-MRG-EOF-SW
           OPEN INPUT CHG-IN-FILE
           IF WS-MRG-STATUS NOT = "00" THEN
              PERFORM 008B-MERGE-OPEN-FAILED THRU 008B-EXIT
              GO TO 005-EXIT
           END-IF
           OPEN OUTPUT CHG-OUT-FILE
           PERFORM UNTIL END-OF-MERGE-FILE
                   READ CHG-IN-FILE
                   AT END
                      SET END-OF-MERGE-FILE TO TRUE
                   NOT AT END
                      MOVE CHI-STUDENT-ID TO WS-MRG-ID
                      PERFORM 008-CHECK-MERGE-SEQ THRU 008-EXIT
                      WRITE CHG-OUT-REC FROM CHG-IN-REC
                      ADD 1 TO WS-CHG-MRG-COUNT
                   END-READ
           END-PERFORM
           CLOSE CHG-IN-FILE
           CLOSE CHG-OUT-FILE
           .

       005-EXIT.
           EXIT.

       006-MERGE-SUPSOUT.
           MOVE "SUPSOUT" TO WS-MRG-NAME
           MOVE ZERO TO WS-MRG-PREV-ID
           MOVE "N" TO WS-MRG-EOF-SW
           OPEN INPUT SUP-IN-FILE
           IF WS-MRG-STATUS NOT = "00" THEN
              PERFORM 008B-MERGE-OPEN-FAILED THRU 008B-EXIT
              GO TO 006-EXIT
           END-IF
           OPEN OUTPUT SUP-OUT-FILE
           PERFORM UNTIL END-OF-MERGE-FILE
                   READ SUP-IN-FILE
                   AT END
                      SET END-OF-MERGE-FILE TO TRUE
                   NOT AT END
                      MOVE SUI-STUDENT-ID TO WS-MRG-ID
                      PERFORM 008-CHECK-MERGE-SEQ THRU 008-EXIT
                      WRITE SUP-OUT-REC FROM SUP-IN-REC
                      ADD 1 TO WS-SUP-MRG-COUNT
                   END-READ
           END-PERFORM
           CLOSE SUP-IN-FILE
           CLOSE SUP-OUT-FILE
           .

       006-EXIT.
           EXIT.

       007-MERGE-EXCPOUT.
           MOVE "EXCPOUT" TO WS-MRG-NAME
           MOVE ZERO TO WS-MRG-PREV-ID
           MOVE "N" TO WS-MRG-EOF-SW
           OPEN INPUT EXC-IN-FILE
           IF WS-MRG-STATUS NOT = "00" THEN
              PERFORM 008B-MERGE-OPEN-FAILED THRU 008B-EXIT
              GO TO 007-EXIT
           END-IF
           OPEN OUTPUT EXC-OUT-FILE
           PERFORM UNTIL END-OF-MERGE-FILE
                   READ EXC-IN-FILE
                   AT END
                      SET END-OF-MERGE-FILE TO TRUE
                   NOT AT END
                      MOVE EXI-STUDENT-ID TO WS-MRG-ID
                      PERFORM 008-CHECK-MERGE-SEQ THRU 008-EXIT
                      WRITE EXC-OUT-REC FROM EXC-IN-REC
                      ADD 1 TO WS-EXC-MRG-COUNT
                   END-READ
           END-PERFORM
           CLOSE EXC-IN-FILE
           CLOSE EXC-OUT-FILE
           .

       007-EXIT.
           EXIT.

      *    EVERY MERGED FILE IS IN STUDENT-ID ORDER WITHIN A PARTITION
      *    AND THE RANGES ASCEND, SO A STUDENT-ID LOWER THAN THE ONE
      *    BEFORE IT MEANS THE PARTITION FILES WERE CONCATENATED OUT
      *    OF ORDER (OR ONE WAS LEFT FROM ANOTHER RUN). THE RECORD IS
      *    STILL COPIED -- THE RETURN CODE IS WHAT HOLDS RELEASE BACK.
       008-CHECK-MERGE-SEQ.
           IF WS-MRG-ID < WS-MRG-PREV-ID THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              ADD 1 TO WS-MRG-SEQ-COUNT
              DISPLAY "MYGRCON " WS-MRG-NAME " OUT OF ORDER: STUDENT "
                   WS-MRG-ID " AFTER " WS-MRG-PREV-ID
           END-IF
           MOVE WS-MRG-ID TO WS-MRG-PREV-ID
           .

       008-EXIT.
           EXIT.

       008B-MERGE-OPEN-FAILED.
           SET RUN-OUT-OF-BALANCE TO TRUE
           DISPLAY "MYGRCON CANNOT OPEN THE PARTITIONS' " WS-MRG-NAME
                " FILES, STATUS " WS-MRG-STATUS " - NOT MERGED"
           .

       008B-EXIT.
           EXIT.

       009-WRITE-DIST-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "MYGRADE LETTER-GRADE DISTRIBUTION   RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-LINE
           STRING "ALL " WS-PART-COUNT " PARTITIONS, TERM " WS-RUN-TERM
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-RPT-PTR
           STRING "GRADE   OVERALL   "
                  INTO REPORT-LINE
                  WITH POINTER WS-RPT-PTR
           END-STRING
           PERFORM 009B-WRITE-DIST-HDR-COL THRU 009B-EXIT
                VARYING DEPT-IDX FROM 1 BY 1
                UNTIL DEPT-IDX > DEPT-TABLE-COUNT
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM 009A-WRITE-DIST-LINE THRU 009A-EXIT
                VARYING GD-LTR-IDX FROM 1 BY 1
                UNTIL GD-LTR-IDX > GRADE-LETTER-COUNT
           .

       009-EXIT.
           EXIT.

       009A-WRITE-DIST-LINE.
           MOVE GD-OVERALL-COUNT(GD-LTR-IDX) TO WS-DIST-OVERALL-ED
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO WS-RPT-PTR
           STRING GD-LETTER(GD-LTR-IDX) "      "
                  WS-DIST-OVERALL-ED "     "
                  INTO REPORT-LINE
                  WITH POINTER WS-RPT-PTR
           END-STRING
           PERFORM 009C-WRITE-DIST-DATA-COL THRU 009C-EXIT
                VARYING DEPT-IDX FROM 1 BY 1
                UNTIL DEPT-IDX > DEPT-TABLE-COUNT
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           .

       009A-EXIT.
           EXIT.

       009B-WRITE-DIST-HDR-COL.
           STRING DEPT-NAME(DEPT-IDX) "   "
                  INTO REPORT-LINE
                  WITH POINTER WS-RPT-PTR
           END-STRING
           .

       009B-EXIT.
           EXIT.

      *    COLUMN WIDTH MATCHES 009B-WRITE-DIST-HDR-COL'S DEPT-NAME
      *    (10) + "   " (3) = 13 CHARACTERS, AS IN MYGRADE.
       009C-WRITE-DIST-DATA-COL.
           MOVE GD-DEPT-COUNT(GD-LTR-IDX, DEPT-IDX) TO WS-DIST-COL-ED
           STRING WS-DIST-COL-ED "        "
                  INTO REPORT-LINE
                  WITH POINTER WS-RPT-PTR
           END-STRING
           .

       009C-EXIT.
           EXIT.

      *    THE DEANS' PAGE FOR THE WHOLE EXTRACT -- SAME COLUMNS AND
      *    RATES AS 018-WRITE-DEPT-SUMMARY IN MYGRADE, FROM THE
      *    PARTITIONS' TOTALS ADDED TOGETHER. EACH STUDENT FALLS IN
      *    EXACTLY ONE PARTITION, SO THE DISTINCT-STUDENT COUNTS ADD.
       010-WRITE-DEPT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "MYGRADE DEPARTMENT SUMMARY    RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "DEPT        STUDENTS  CR HRS  MEAN GPA  F-RATE%"
                TO REPORT-LINE
           MOVE "W-RATE%" TO REPORT-LINE(50:7)
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           PERFORM 010A-WRITE-DEPT-SUM-LINE THRU 010A-EXIT
                VARYING DEPT-IDX FROM 1 BY 1
                UNTIL DEPT-IDX > DEPT-TABLE-COUNT
           .

       010-EXIT.
           EXIT.

       010A-WRITE-DEPT-SUM-LINE.
           MOVE RD-STUDENT-COUNT(DEPT-IDX) TO WS-DEPT-STUD-ED
           MOVE RD-CREDIT-HOURS(DEPT-IDX) TO WS-DEPT-HRS-ED
           MOVE ZERO TO WS-DEPT-MEAN-GPA
           IF RD-SUM-DEGREE(DEPT-IDX) > ZERO THEN
              COMPUTE WS-DEPT-MEAN-GPA =
                   RD-SUM-GRADE(DEPT-IDX) / RD-SUM-DEGREE(DEPT-IDX)
           END-IF
           MOVE WS-DEPT-MEAN-GPA TO WS-DEPT-MEAN-ED
           MOVE SPACES TO REPORT-LINE
           MOVE DEPT-NAME(DEPT-IDX) TO REPORT-LINE(1:10)
           MOVE WS-DEPT-STUD-ED TO REPORT-LINE(16:5)
           MOVE WS-DEPT-HRS-ED TO REPORT-LINE(23:6)
           MOVE WS-DEPT-MEAN-ED TO REPORT-LINE(32:6)
           MOVE ZERO TO WS-DEPT-RATE
           IF RD-GRADED-COUNT(DEPT-IDX) > ZERO THEN
              COMPUTE WS-DEPT-RATE ROUNDED =
                   RD-F-COUNT(DEPT-IDX) * 100
                   / RD-GRADED-COUNT(DEPT-IDX)
           END-IF
           MOVE WS-DEPT-RATE TO WS-DEPT-RATE-ED
           MOVE WS-DEPT-RATE-ED TO REPORT-LINE(42:5)
           MOVE ZERO TO WS-DEPT-RATE
           IF RD-TOTAL-COUNT(DEPT-IDX) > ZERO THEN
              COMPUTE WS-DEPT-RATE ROUNDED =
                   RD-W-COUNT(DEPT-IDX) * 100
                   / RD-TOTAL-COUNT(DEPT-IDX)
           END-IF
           MOVE WS-DEPT-RATE TO WS-DEPT-RATE-ED
           MOVE WS-DEPT-RATE-ED TO REPORT-LINE(51:5)
           WRITE REPORT-LINE AFTER ADVANCING 1 LINE
           .

       010A-EXIT.
           EXIT.

      *    THE CONSOLIDATED CONTROL CHECK: THE PARTITIONS' DETAIL
      *    COUNTS AND STUDENT-ID HASHES, ADDED TOGETHER, MUST EQUAL THE
      *    EXTRACT'S ONE TRAILER, AND THE MERGED AVGOUT, STANDOUT AND
      *    EXCPOUT MUST HOLD WHAT THE PARTITIONS SAY THEY WROTE (A
      *    RESTARTED PARTITION THAT REPLAYED OUTPUT WOULD SHOW HERE).
       011-RECONCILE-TRAILER.
           IF WS-PARTS-FOUND = ZERO THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "MYGRCON NO PARTITION STATISTICS FOUND"
           END-IF
           IF REFERENCE-TAKEN AND NOT HEADER-SEEN THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "GRADEIN HEADER RECORD MISSING"
           END-IF
           IF REFERENCE-TAKEN AND NOT TRAILER-SEEN THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "GRADEIN TRAILER RECORD MISSING"
           END-IF
           IF TRAILER-SEEN THEN
              IF WS-TRL-RECORD-COUNT NOT = WS-RECORD-COUNT THEN
                 SET RUN-OUT-OF-BALANCE TO TRUE
                 DISPLAY "GRADEIN RECORD COUNT OUT OF BALANCE:"
                      " TRAILER " WS-TRL-RECORD-COUNT
                      " PARTITIONS " WS-RECORD-COUNT
              END-IF
              IF WS-TRL-HASH-TOTAL NOT = WS-HASH-TOTAL THEN
                 SET RUN-OUT-OF-BALANCE TO TRUE
                 DISPLAY "GRADEIN STUDENT-ID HASH OUT OF BALANCE:"
                      " TRAILER " WS-TRL-HASH-TOTAL
                      " PARTITIONS " WS-HASH-TOTAL
              END-IF
           END-IF
           IF WS-BADTYPE-COUNT > ZERO THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-AVG-MRG-COUNT NOT = WS-STUDENT-COUNT
              OR WS-STD-MRG-COUNT NOT = WS-STUDENT-COUNT THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "MYGRCON MERGED AVGOUT " WS-AVG-MRG-COUNT
                   " / STANDOUT " WS-STD-MRG-COUNT
                   " NOT EQUAL TO STUDENTS " WS-STUDENT-COUNT
           END-IF
           IF WS-EXC-MRG-COUNT NOT = WS-EXCP-COUNT THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
              DISPLAY "MYGRCON MERGED EXCPOUT " WS-EXC-MRG-COUNT
                   " NOT EQUAL TO EXCEPTIONS " WS-EXCP-COUNT
           END-IF
           IF SEQUENCE-ERROR THEN
              SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           IF PARTITION-WARNING THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           IF RUN-OUT-OF-BALANCE THEN
              MOVE 12 TO RETURN-CODE
           END-IF
           IF SEQUENCE-ERROR THEN
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       011-EXIT.
           EXIT.

       012-WRITE-BALANCE-REPORT.
           MOVE SPACES TO BALANCE-LINE
           STRING "MYGRCON CONSOLIDATED BALANCING SUMMARY RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO BALANCE-LINE
           STRING "TERM " WS-RUN-TERM
                  "   EXTRACT DATE " WS-EXTRACT-DATE
                  "   PARTITIONS " WS-PART-COUNT
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           IF WS-OVR-AUTH-BY NOT = SPACES THEN
              MOVE SPACES TO BALANCE-LINE
              STRING "*** TERM IS CLOSED - POSTED UNDER OVERRIDE BY "
                     WS-OVR-AUTH-BY " ***"
                     INTO BALANCE-LINE
              END-STRING
              WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO BALANCE-LINE
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           PERFORM 012B-WRITE-PART-LINE THRU 012B-EXIT
                VARYING WS-PART-IDX FROM 1 BY 1
                UNTIL WS-PART-IDX > WS-PART-COUNT
           MOVE SPACES TO BALANCE-LINE
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           MOVE "RECORDS READ (ALL TYPES)" TO WS-BAL-LABEL
           MOVE WS-READ-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "DETAIL RECORDS POSTED" TO WS-BAL-LABEL
           MOVE WS-RECORD-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "TRAILER RECORD COUNT" TO WS-BAL-LABEL
           MOVE WS-TRL-RECORD-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE WS-HASH-TOTAL TO WS-BAL-HASH-ED
           MOVE SPACES TO BALANCE-LINE
           STRING "STUDENT-ID HASH COMPUTED .... " WS-BAL-HASH-ED
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           MOVE WS-TRL-HASH-TOTAL TO WS-BAL-HASH-ED
           MOVE SPACES TO BALANCE-LINE
           STRING "STUDENT-ID HASH TRAILER ..... " WS-BAL-HASH-ED
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           MOVE "VALID GRADE RECORDS" TO WS-BAL-LABEL
           MOVE WS-VALID-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "TRANSFER RECORDS POSTED" TO WS-BAL-LABEL
           MOVE WS-XFER-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "EXCLUDED GRADE I" TO WS-BAL-LABEL
           MOVE WS-EXCL-I-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "EXCLUDED GRADE W" TO WS-BAL-LABEL
           MOVE WS-EXCL-W-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "EXCLUDED GRADE P" TO WS-BAL-LABEL
           MOVE WS-EXCL-P-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "EXCLUDED GRADE NP" TO WS-BAL-LABEL
           MOVE WS-EXCL-NP-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "EXCLUDED OTHER GRADES" TO WS-BAL-LABEL
           MOVE WS-EXCL-OTHER-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "EXCEPTIONS TO EXCPOUT" TO WS-BAL-LABEL
           MOVE WS-EXCP-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "CORRECTIONS LOADED" TO WS-BAL-LABEL
           MOVE WS-COR-LOADED-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "CORRECTIONS APPLIED" TO WS-BAL-LABEL
           MOVE WS-CORR-APPLIED-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "CORRECTIONS STILL INVALID" TO WS-BAL-LABEL
           MOVE WS-CORR-REJECT-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
      *    EVERY PARTITION LOADS EVERY CORRIN CARD BUT CAN APPLY ONLY
      *    THOSE FOR ITS OWN STUDENTS, SO A CARD IS UNMATCHED ONLY IF
      *    NO PARTITION USED IT.
           MOVE ZERO TO WS-CORR-UNUSED-COUNT
           IF WS-COR-LOADED-COUNT >
              WS-CORR-APPLIED-COUNT + WS-CORR-REJECT-COUNT THEN
              COMPUTE WS-CORR-UNUSED-COUNT = WS-COR-LOADED-COUNT
                   - WS-CORR-APPLIED-COUNT - WS-CORR-REJECT-COUNT
           END-IF
           MOVE "CORRECTIONS UNMATCHED" TO WS-BAL-LABEL
           MOVE WS-CORR-UNUSED-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "UNKNOWN RECORD TYPES" TO WS-BAL-LABEL
           MOVE WS-BADTYPE-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "STUDENTS TO AVGOUT/STANDOUT" TO WS-BAL-LABEL
           MOVE WS-STUDENT-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "AVGOUT RECORDS MERGED" TO WS-BAL-LABEL
           MOVE WS-AVG-MRG-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "STANDOUT RECORDS MERGED" TO WS-BAL-LABEL
           MOVE WS-STD-MRG-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "STDCHG RECORDS MERGED" TO WS-BAL-LABEL
           MOVE WS-CHG-MRG-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "SUPSOUT RECORDS MERGED" TO WS-BAL-LABEL
           MOVE WS-SUP-MRG-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "EXCPOUT RECORDS MERGED" TO WS-BAL-LABEL
           MOVE WS-EXC-MRG-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE "MERGED RECORDS OUT OF ORDER" TO WS-BAL-LABEL
           MOVE WS-MRG-SEQ-COUNT TO WS-BAL-COUNT
           PERFORM 012A-WRITE-BAL-COUNT THRU 012A-EXIT
           MOVE SPACES TO BALANCE-LINE
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO BALANCE-LINE
           EVALUATE TRUE
              WHEN SEQUENCE-ERROR
                 MOVE "RUN STATUS: *** SEQUENCE ERROR - HOLD ALL ***"
                      TO BALANCE-LINE
              WHEN RUN-IN-BALANCE
                 MOVE "RUN STATUS: IN BALANCE" TO BALANCE-LINE
              WHEN OTHER
                 MOVE "RUN STATUS: *** OUT OF BALANCE - HOLD OUTPUT ***"
                      TO BALANCE-LINE
           END-EVALUATE
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           .

       012-EXIT.
           EXIT.

       012A-WRITE-BAL-COUNT.
           MOVE WS-BAL-COUNT TO WS-BAL-COUNT-ED
           MOVE SPACES TO BALANCE-LINE
           STRING WS-BAL-LABEL " ... " WS-BAL-COUNT-ED
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           .

       012A-EXIT.
           EXIT.

       012B-WRITE-PART-LINE.
           MOVE WS-PART-IDX TO WS-BAL-PART-ED
           MOVE SPACES TO BALANCE-LINE
           IF NOT PT-SEEN(WS-PART-IDX) THEN
              STRING "PARTITION " WS-BAL-PART-ED
                     "   *** DID NOT FINISH - RERUN ITS JOB ***"
                     INTO BALANCE-LINE
              END-STRING
              WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
              GO TO 012B-EXIT
           END-IF
           MOVE PT-RECORD-COUNT(WS-PART-IDX) TO WS-BAL-COUNT-ED
           MOVE PT-RC(WS-PART-IDX) TO WS-BAL-RC-ED
           STRING "PARTITION " WS-BAL-PART-ED
                  "   " PT-LOW-ID(WS-PART-IDX)
                  " THRU " PT-HIGH-ID(WS-PART-IDX)
                  "   RECORDS " WS-BAL-COUNT-ED
                  "   RC " WS-BAL-RC-ED
                  INTO BALANCE-LINE
           END-STRING
           IF PT-RESTARTED(WS-PART-IDX) THEN
              MOVE "RESTARTED" TO BALANCE-LINE(70:9)
           END-IF
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           .

       012B-EXIT.
           EXIT.

       013-WRITE-AGED-REPORT.
           MOVE SPACES TO BALANCE-LINE
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           MOVE "AGED EXCEPTIONS - UNCORRECTED 3 RUNS OR MORE:"
                TO BALANCE-LINE
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           PERFORM 013A-WRITE-AGED-LINE THRU 013A-EXIT
                VARYING WS-AGD-IDX FROM 1 BY 1
                UNTIL WS-AGD-IDX > AGD-ENTRY-COUNT
           .

       013-EXIT.
           EXIT.

       013A-WRITE-AGED-LINE.
           MOVE AGD-RUN-COUNT(WS-AGD-IDX) TO WS-AGE-RUNS-ED
           MOVE SPACES TO BALANCE-LINE
           STRING "  STUDENT " AGD-STUDENT-ID(WS-AGD-IDX)
                  "  COURSE " AGD-GRADE-ID(WS-AGD-IDX)
                  "  TERM " AGD-TERM(WS-AGD-IDX)
                  "  " AGD-REASON(WS-AGD-IDX)
                  "  SINCE " AGD-FIRST-DATE(WS-AGD-IDX)
                  "  RUNS " WS-AGE-RUNS-ED
                  INTO BALANCE-LINE
           END-STRING
           WRITE BALANCE-LINE AFTER ADVANCING 1 LINE
           .

       013A-EXIT.
           EXIT.

      *    THE SAME CALENDAR UPDATE AN UNPARTITIONED MYGRADE MAKES AT
      *    ITS END (033-MARK-TERM-POSTED THERE): AN OPEN TERM GOES TO
      *    POSTED, A CLOSED ONE POSTED UNDER OVERRIDE STAYS CLOSED, AND
      *    TODAY BECOMES THE LATEST POSTING DATE. A CALENDAR THAT WILL
      *    NOT TAKE THE UPDATE ONLY WARNS.
       014-MARK-TERM-POSTED.
           OPEN I-O TERM-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00" THEN
              DISPLAY "MYGRCON CANNOT UPDATE TRMCAL, STATUS "
                   WS-CAL-STATUS " - MARK TERM " WS-RUN-TERM
                   " POSTED BY HAND"
              IF RETURN-CODE = ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO 014-EXIT
           END-IF
           MOVE WS-RUN-TERM TO CAL-TERM-ID
           READ TERM-CALENDAR-FILE
               INVALID KEY
                  DISPLAY "MYGRCON TERM " WS-RUN-TERM
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
                     DISPLAY "MYGRCON CANNOT REWRITE TRMCAL, STATUS "
                          WS-CAL-STATUS " - MARK TERM " WS-RUN-TERM
                          " POSTED BY HAND"
                     IF RETURN-CODE = ZERO THEN
                        MOVE 4 TO RETURN-CODE
                     END-IF
                  END-IF
           END-READ
           CLOSE TERM-CALENDAR-FILE
           .

       014-EXIT.
           EXIT.

      *    LOKFILE IS ONLY READ HERE (SEE CUMLOCK.CPY). ANY MYGRADE
      *    PARTITION RECORD STILL ON IT STOPS THE STEP.
       015-CHECK-PARTITION-LOCKS.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS NOT = "00" THEN
              GO TO 015-EXIT
           END-IF
           PERFORM UNTIL END-OF-LOCK-FILE
                   READ LOCK-FILE
                   AT END
                      SET END-OF-LOCK-FILE TO TRUE
                   NOT AT END
                      IF LOCK-PROGRAM-ID = "MYGRADE"
                         AND LOCK-PARTITION NUMERIC
                         AND LOCK-PARTITION > ZERO THEN
                         SET PARTITION-STILL-RUNNING TO TRUE
                         DISPLAY "MYGRCON CANNOT START - PARTITION "
                              LOCK-PARTITION " STILL HOLDS CUMHIST"
                              " SINCE " LOCK-DATE " " LOCK-TIME
                      END-IF
                   END-READ
           END-PERFORM
           CLOSE LOCK-FILE
           .

       015-EXIT.
           EXIT.
