       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRTRN.
       AUTHOR. 62160246.
      *    OFFICIAL TRANSCRIPT FROM THE FULL CUMHIST CAREER HISTORY.
      *    TAKES THE REGISTRAR'S REQUEST FILE OF STUDENT IDS (TRNREQ,
      *    ONE ID PER RECORD) AND PRINTS ONE COMPLETE TRANSCRIPT PER
      *    STUDENT ON OFFTRN: NAME, MAILING ADDRESS AND PROGRAM FROM
      *    THE STUDENT MASTER, THEN EVERY TERM ON FILE IN TERM ORDER
      *    WITH EACH HIST-COURSE-ENTRY ATTEMPT UNDER ITS TERM (TITLE
      *    FROM THE CRSCAT COURSE CATALOG, HOURS, QUALITY POINTS, AND
      *    AN S/T/I/W MARKER FOR SUPERSEDED, TRANSFER, INCOMPLETE AND
      *    WITHDRAWN ROWS), THE TERM'S HOURS, POINTS, GPA AND
      *    STANDING, AND THE CUMULATIVE HOURS, POINTS AND GPA AS THEY
      *    STOOD AT THE END OF THAT TERM. NOTHING COMES FROM A
      *    GRADEIN EXTRACT, SO A TRANSCRIPT CAN BE CUT ANY DAY FOR ANY
      *    STUDENT ON FILE.
      *    THE RUNNING CUMULATIVE IS REBUILT FROM THE ATTEMPT ROWS
      *    UNDER THE RETAKE RULE (BEST ATTEMPT AT EACH COURSE AMONG
      *    THOSE TAKEN BY THAT TERM COUNTS), PLUS WHATEVER THE
      *    STUDENT CARRIED FROM TERMS POSTED BEFORE THE ATTEMPT TABLE
      *    EXISTED (SEE HISTREC.CPY), WHICH PRINT AS ONE LINE AHEAD
      *    OF THE FIRST TERM. AFTER THE LAST TERM IT EQUALS THE
      *    CUMULATIVE TOTALS ON THE RECORD.
      *    AN ID MYGRARC HAS UNLOADED IS NOT PRINTED BLANK -- IT IS
      *    LISTED AS ARCHIVED, TO BE RESTORED WITH MYGRRLD FIRST.
      *    READ-ONLY AGAINST CUMHIST, SO IT TAKES NO CUMHIST LOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-REQUEST-FILE ASSIGN TO TRNREQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REQ-STATUS.
           SELECT CUMULATIVE-HISTORY-FILE ASSIGN TO CUMHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT COURSE-CATALOG-FILE ASSIGN TO CRSCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CAT-COURSE-ID
              FILE STATUS IS WS-CAT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO STUMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS STU-STUDENT-ID
              FILE STATUS IS WS-STU-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO ARCNDX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NDX-STATUS.
           SELECT OFFICIAL-TRANSCRIPT-FILE ASSIGN TO OFFTRN
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-REQUEST-FILE.
       01 TRANSCRIPT-REQUEST.
          05 REQ-STUDENT-ID     PIC X(6).
          05 FILLER             PIC X(74).
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  COURSE-CATALOG-FILE.
       COPY CRSCAT.
       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.
       FD  ARCHIVE-INDEX-FILE.
      *    ONE LINE PER ARCHIVED STUDENT, AS MYGRARC WRITES IT --
      *    KEEP IN STEP WITH THE ARCNDX FD THERE.
       01 ARCHIVE-INDEX-REC.
          05 ANX-STUDENT-ID     PIC 9(6).
          05 ANX-LAST-TERM      PIC 9(5).
          05 ANX-ARCHIVE-DATE   PIC 9(8).
       FD  OFFICIAL-TRANSCRIPT-FILE.
       01 OFFTRN-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS         PIC X(2).
       01 WS-REQ-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-REQUEST-FILE              VALUE "Y".
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-CAT-STATUS         PIC X(2).
       01 WS-STU-STATUS         PIC X(2).
      *    A STUDENT THE MASTER DOES NOT CARRY STILL GETS A
      *    TRANSCRIPT, FLAGGED IN THE NAME LINE.
       01 WS-STU-FOUND-SW       PIC X(1)      VALUE "N".
          88 STU-FOUND                        VALUE "Y".
       01 WS-NDX-STATUS         PIC X(2).
       01 WS-NDX-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-INDEX                     VALUE "Y".
      *    IN-CORE IMAGE OF THE ARCNDX ARCHIVE INDEX -- SAME TABLE
      *    AS MYGRINQ AND MYGRRLD CARRY.
       01 ARCHIVE-INDEX-TABLE.
          05 ANX-ENTRY-MAX      PIC 9(5)      COMP VALUE 10000.
          05 ANX-ENTRY-COUNT    PIC 9(5)      COMP VALUE ZERO.
          05 ANX-ENTRY OCCURS 10000 TIMES.
             10 ANX-TAB-STUDENT-ID PIC 9(6).
             10 ANX-TAB-LAST-TERM  PIC 9(5).
             10 ANX-TAB-DATE       PIC 9(8).
       01 WS-NDX-IDX            PIC 9(5)      COMP.
       01 WS-NDX-FOUND-IDX      PIC 9(5)      COMP.
      *    KEEP WS-HIST-TERM-MAX EQUAL TO THE HIST-TERM-ENTRY OCCURS
      *    COUNT IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-TERM-MAX      PIC 9(2)      COMP VALUE 12.
       01 WS-HIST-TERM-IDX      PIC 9(2)      COMP.
       01 WS-CRS-I              PIC 9(3)      COMP.
       01 WS-CRS-J              PIC 9(3)      COMP.
      *    THE TERMS TO PRINT, IN TERM ORDER: EVERY OCCUPIED TERM SLOT
      *    PLUS ANY TERM THAT HAS ATTEMPT ROWS BUT NO SLOT (A TERM
      *    POSTED AFTER THE SLOTS FILLED -- SEE 015-MERGE-CUMULATIVE
      *    IN MYGRADE). SIZED FOR A SLOT AND A ROW TERM APIECE.
       01 TERM-ORDER-TABLE.
          05 TRM-ENTRY-MAX      PIC 9(3)      COMP VALUE 132.
          05 TRM-ENTRY-COUNT    PIC 9(3)      COMP VALUE ZERO.
          05 TRM-ENTRY OCCURS 132 TIMES.
             10 TRM-TAB-TERM-ID PIC 9(5).
             10 TRM-TAB-SLOT    PIC 9(2)      COMP.
       01 WS-TRM-IDX            PIC 9(3)      COMP.
       01 WS-TRM-J              PIC 9(3)      COMP.
       01 WS-TRM-POS            PIC 9(3)      COMP.
       01 WS-TRM-NEW-ID         PIC 9(5).
       01 WS-TRM-NEW-SLOT       PIC 9(2)      COMP.
       01 WS-CUR-TERM           PIC 9(5).
       01 WS-CUR-SLOT           PIC 9(2)      COMP.
       01 WS-ROW-COUNTS-SW      PIC X(1).
          88 ROW-COUNTS                       VALUE "Y".
      *    TERM FIGURES (GPA-BEARING STATUS A AND S ROWS OF THE TERM,
      *    TRANSFER HOURS APART) AND THE CUMULATIVE AS OF THE TERM.
       01 WS-TERM-DEGREE        PIC 9(3).
       01 WS-TERM-GRADE         PIC 9(3)V9(2).
       01 WS-TERM-XFER-DEGREE   PIC 9(3).
       01 WS-TERM-GPA           PIC 9(2)V9(3).
       01 WS-RUN-CUM-DEGREE     PIC 9(5).
       01 WS-RUN-CUM-GRADE      PIC 9(5)V9(2).
       01 WS-RUN-CUM-GPA        PIC 9(2)V9(3).
      *    WHAT THE RECORD'S CUMULATIVE TOTALS HOLD BEYOND ITS ATTEMPT
      *    ROWS -- THE PRE-CONVERSION TERMS.
       01 WS-ROWS-DEGREE        PIC 9(5).
       01 WS-ROWS-GRADE         PIC 9(5)V9(2).
       01 WS-LEGACY-DEGREE      PIC S9(5).
       01 WS-LEGACY-GRADE       PIC S9(5)V9(2).
       01 WS-CUM-GPA            PIC 9(2)V9(3).
       01 WS-STANDING-TEXT      PIC X(20).
       01 WS-PRINT-LINE         PIC X(100).
       01 WS-LINES-PER-PAGE     PIC 9(3)      COMP VALUE 55.
       01 WS-LINE-COUNT         PIC 9(3)      COMP.
       01 WS-PAGE-NO            PIC 9(3)      COMP.
       01 WS-CUR-STUDENT-ID     PIC 9(6).
       01 WS-CUR-NAME           PIC X(30).
       01 WS-REQUEST-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-PRINTED-COUNT      PIC 9(8)      VALUE ZERO.
       01 WS-ARCHIVED-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-NOTFOUND-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-NOMASTER-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-PAGE-ED     PIC ZZ9.
          05 WS-RPT-CR-ED       PIC Z9.
          05 WS-RPT-PTS-ED      PIC Z9.99.
          05 WS-RPT-TDEG-ED     PIC ZZ9.
          05 WS-RPT-TPTS-ED     PIC ZZ9.99.
          05 WS-RPT-CDEG-ED     PIC ZZZZ9.
          05 WS-RPT-CPTS-ED     PIC ZZZZ9.99.
          05 WS-RPT-GPA-ED      PIC Z9.999.
          05 WS-RPT-TERMS-ED    PIC ZZ9.
          05 WS-RPT-COUNT-ED    PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STU-STATUS NOT = "00" THEN
              DISPLAY "MYGRTRN CANNOT RUN WITHOUT A STUDENT MASTER -"
                   " CHECK STUMAST, STATUS " WS-STU-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 011-LOAD-ARCHIVE-INDEX THRU 011-EXIT
           OPEN INPUT CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRTRN CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT COURSE-CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00" THEN
              DISPLAY "MYGRTRN CANNOT OPEN CRSCAT, STATUS "
                   WS-CAT-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT TRANSCRIPT-REQUEST-FILE
           IF WS-REQ-STATUS NOT = "00" THEN
              DISPLAY "MYGRTRN CANNOT OPEN TRNREQ, STATUS "
                   WS-REQ-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              CLOSE COURSE-CATALOG-FILE
              CLOSE STUDENT-MASTER-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT OFFICIAL-TRANSCRIPT-FILE
           PERFORM UNTIL END-OF-REQUEST-FILE
                   READ TRANSCRIPT-REQUEST-FILE
                   AT END
                      SET END-OF-REQUEST-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-REQUEST-COUNT
                      PERFORM 002-PROCESS-REQUEST THRU 002-EXIT
                   END-READ
           END-PERFORM
           PERFORM 008-WRITE-RUN-TOTALS THRU 008-EXIT
           CLOSE TRANSCRIPT-REQUEST-FILE
           CLOSE OFFICIAL-TRANSCRIPT-FILE
           CLOSE COURSE-CATALOG-FILE
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE STUDENT-MASTER-FILE
      *    A REQUEST THAT COULD NOT BE PRINTED, OR PRINTED WITHOUT A
      *    MASTER RECORD, STILL OWES THE STUDENT A TRANSCRIPT -- RC 4
      *    SO THE REGISTRAR'S OFFICE LOOKS AT THE RUN TOTALS.
           IF WS-ARCHIVED-COUNT > ZERO
              OR WS-NOTFOUND-COUNT > ZERO
              OR WS-NOMASTER-COUNT > ZERO THEN
              IF RETURN-CODE = ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY "MYGRTRN REQUESTS " WS-REQUEST-COUNT
                " PRINTED " WS-PRINTED-COUNT
                " ARCHIVED " WS-ARCHIVED-COUNT
                " NOT ON FILE " WS-NOTFOUND-COUNT
           GOBACK.

       002-PROCESS-REQUEST.
           IF REQ-STUDENT-ID NOT NUMERIC THEN
              ADD 1 TO WS-NOTFOUND-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "STUDENT " REQ-STUDENT-ID
                     "  *** INVALID STUDENT ID - NO TRANSCRIPT ***"
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM 007-WRITE-NOTICE-PAGE THRU 007-EXIT
           ELSE
              MOVE REQ-STUDENT-ID TO HIST-STUDENT-ID
              READ CUMULATIVE-HISTORY-FILE
                  INVALID KEY
                     PERFORM 006-NOT-ON-FILE THRU 006-EXIT
                  NOT INVALID KEY
                     PERFORM 003-PRINT-TRANSCRIPT THRU 003-EXIT
              END-READ
           END-IF
           .

       002-EXIT.
           EXIT.

       003-PRINT-TRANSCRIPT.
           ADD 1 TO WS-PRINTED-COUNT
           MOVE HIST-STUDENT-ID TO WS-CUR-STUDENT-ID
           PERFORM 003A-MATCH-MASTER THRU 003A-EXIT
           IF STU-FOUND THEN
              MOVE STU-NAME TO WS-CUR-NAME
           ELSE
              ADD 1 TO WS-NOMASTER-COUNT
              MOVE "*** NOT ON STUDENT MASTER ***" TO WS-CUR-NAME
           END-IF
           MOVE ZERO TO WS-PAGE-NO
           PERFORM 009-WRITE-PAGE-HEADER THRU 009-EXIT
           PERFORM 003B-WRITE-IDENTITY THRU 003B-EXIT
           PERFORM 004-BUILD-TERM-ORDER THRU 004-EXIT
           MOVE ZERO TO WS-ROWS-DEGREE
           MOVE ZERO TO WS-ROWS-GRADE
           PERFORM 003C-SUM-ROWS THRU 003C-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
           COMPUTE WS-LEGACY-DEGREE = HIST-CUM-DEGREE - WS-ROWS-DEGREE
           COMPUTE WS-LEGACY-GRADE = HIST-CUM-GRADE - WS-ROWS-GRADE
           IF WS-LEGACY-DEGREE < ZERO THEN
              MOVE ZERO TO WS-LEGACY-DEGREE
           END-IF
           IF WS-LEGACY-GRADE < ZERO THEN
              MOVE ZERO TO WS-LEGACY-GRADE
           END-IF
           MOVE "    COURSE  TITLE" TO WS-PRINT-LINE
           MOVE "CR" TO WS-PRINT-LINE(64:2)
           MOVE "QPTS" TO WS-PRINT-LINE(69:4)
           MOVE "NOTE" TO WS-PRINT-LINE(75:4)
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           IF WS-LEGACY-DEGREE > ZERO THEN
              MOVE WS-LEGACY-DEGREE TO WS-RPT-CDEG-ED
              MOVE WS-LEGACY-GRADE TO WS-RPT-CPTS-ED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  EARLIER TERMS (NO COURSE DETAIL ON FILE)"
                     "  HOURS " WS-RPT-CDEG-ED
                     "  QUALITY PTS " WS-RPT-CPTS-ED
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           END-IF
           PERFORM 005-PRINT-TERM THRU 005-EXIT
                VARYING WS-TRM-IDX FROM 1 BY 1
                UNTIL WS-TRM-IDX > TRM-ENTRY-COUNT
           PERFORM 003D-WRITE-CAREER-TOTALS THRU 003D-EXIT
           .

       003-EXIT.
           EXIT.

       003A-MATCH-MASTER.
           MOVE "N" TO WS-STU-FOUND-SW
           MOVE WS-CUR-STUDENT-ID TO STU-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET STU-FOUND TO TRUE
           END-READ
           .

       003A-EXIT.
           EXIT.

       003B-WRITE-IDENTITY.
           IF STU-FOUND THEN
              MOVE SPACES TO WS-PRINT-LINE
              MOVE STU-ADDR1 TO WS-PRINT-LINE(13:30)
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
              MOVE SPACES TO WS-PRINT-LINE
              MOVE STU-ADDR2 TO WS-PRINT-LINE(13:30)
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
              MOVE SPACES TO WS-PRINT-LINE
              MOVE STU-ADDR3 TO WS-PRINT-LINE(13:30)
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "PROGRAM:    " STU-PROGRAM
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
              MOVE SPACES TO WS-PRINT-LINE
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           END-IF
           .

       003B-EXIT.
           EXIT.

      *    THE HOURS AND POINTS THE ATTEMPT ROWS ACCOUNT FOR UNDER THE
      *    STANDING INVARIANT (STATUS A AND T HOURS, STATUS A POINTS).
       003C-SUM-ROWS.
           IF HIST-CRS-STATUS(WS-CRS-I) = "A" THEN
              ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-ROWS-DEGREE
              ADD HIST-CRS-POINTS(WS-CRS-I) TO WS-ROWS-GRADE
           END-IF
           IF HIST-CRS-STATUS(WS-CRS-I) = "T" THEN
              ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-ROWS-DEGREE
           END-IF
           .

       003C-EXIT.
           EXIT.

       003D-WRITE-CAREER-TOTALS.
           IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE THEN
              PERFORM 009-WRITE-PAGE-HEADER THRU 009-EXIT
           END-IF
           MOVE ZERO TO WS-CUM-GPA
           IF HIST-CUM-DEGREE > ZERO THEN
              COMPUTE WS-CUM-GPA = HIST-CUM-GRADE / HIST-CUM-DEGREE
           END-IF
           MOVE HIST-CUM-DEGREE TO WS-RPT-CDEG-ED
           MOVE HIST-CUM-GRADE TO WS-RPT-CPTS-ED
           MOVE WS-CUM-GPA TO WS-RPT-GPA-ED
           MOVE HIST-TERM-COUNT TO WS-RPT-TERMS-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CAREER TOTALS   HOURS " WS-RPT-CDEG-ED
                  "  QUALITY PTS " WS-RPT-CPTS-ED
                  "  GPA " WS-RPT-GPA-ED
                  "  TERMS " WS-RPT-TERMS-ED
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE "NOTE:  S = SUPERSEDED UNDER THE RETAKE POLICY (NOT IN"
                TO WS-PRINT-LINE
           MOVE " CUMULATIVE)" TO WS-PRINT-LINE(54:12)
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE "       T = TRANSFER CREDIT (HOURS ONLY, NO GPA)"
                TO WS-PRINT-LINE
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE "       I = INCOMPLETE, GRADE OUTSTANDING"
                TO WS-PRINT-LINE
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE "       W = WITHDRAWN (NO HOURS OR POINTS)"
                TO WS-PRINT-LINE
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE "*** END OF TRANSCRIPT ***" TO WS-PRINT-LINE(30:25)
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           .

       003D-EXIT.
           EXIT.

      *    COLLECTS THE STUDENT'S TERMS INTO TERM-ORDER-TABLE, KEPT IN
      *    ASCENDING TERM ID (YYYYT SORTS IN CALENDAR ORDER) BY
      *    INSERTING EACH NEW TERM IN PLACE.
       004-BUILD-TERM-ORDER.
           MOVE ZERO TO TRM-ENTRY-COUNT
           PERFORM 004A-ADD-SLOT-TERM THRU 004A-EXIT
                VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
           PERFORM 004B-ADD-ROW-TERM THRU 004B-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
           .

       004-EXIT.
           EXIT.

       004A-ADD-SLOT-TERM.
           IF HIST-TERM-ID(WS-HIST-TERM-IDX) > ZERO THEN
              MOVE HIST-TERM-ID(WS-HIST-TERM-IDX) TO WS-TRM-NEW-ID
              MOVE WS-HIST-TERM-IDX TO WS-TRM-NEW-SLOT
              PERFORM 004C-INSERT-TERM THRU 004C-EXIT
           END-IF
           .

       004A-EXIT.
           EXIT.

       004B-ADD-ROW-TERM.
           MOVE HIST-CRS-TERM(WS-CRS-I) TO WS-TRM-NEW-ID
           MOVE ZERO TO WS-TRM-NEW-SLOT
           PERFORM 004C-INSERT-TERM THRU 004C-EXIT
           .

       004B-EXIT.
           EXIT.

      *    WS-TRM-POS ENDS ON THE FIRST ENTRY NOT BELOW THE NEW TERM.
      *    AN EQUAL ENTRY IS THE SAME TERM (KEEP THE SLOT IF THIS ONE
      *    BRINGS IT); OTHERWISE THE TAIL MOVES UP ONE AND THE TERM
      *    GOES IN AT WS-TRM-POS.
       004C-INSERT-TERM.
           MOVE 1 TO WS-TRM-POS
           PERFORM 004D-FIND-POSITION THRU 004D-EXIT
                VARYING WS-TRM-J FROM 1 BY 1
                UNTIL WS-TRM-J > TRM-ENTRY-COUNT
           IF WS-TRM-POS <= TRM-ENTRY-COUNT
              AND TRM-TAB-TERM-ID(WS-TRM-POS) = WS-TRM-NEW-ID THEN
              IF WS-TRM-NEW-SLOT > ZERO THEN
                 MOVE WS-TRM-NEW-SLOT TO TRM-TAB-SLOT(WS-TRM-POS)
              END-IF
           ELSE
              IF TRM-ENTRY-COUNT < TRM-ENTRY-MAX THEN
                 PERFORM 004E-SHIFT-UP THRU 004E-EXIT
                      VARYING WS-TRM-J FROM TRM-ENTRY-COUNT BY -1
                      UNTIL WS-TRM-J < WS-TRM-POS
                 ADD 1 TO TRM-ENTRY-COUNT
                 MOVE WS-TRM-NEW-ID TO TRM-TAB-TERM-ID(WS-TRM-POS)
                 MOVE WS-TRM-NEW-SLOT TO TRM-TAB-SLOT(WS-TRM-POS)
              END-IF
           END-IF
           .

       004C-EXIT.
           EXIT.

       004D-FIND-POSITION.
           IF TRM-TAB-TERM-ID(WS-TRM-J) < WS-TRM-NEW-ID THEN
              COMPUTE WS-TRM-POS = WS-TRM-J + 1
           END-IF
           .

       004D-EXIT.
           EXIT.

       004E-SHIFT-UP.
           IF WS-TRM-J > ZERO THEN
              MOVE TRM-ENTRY(WS-TRM-J) TO TRM-ENTRY(WS-TRM-J + 1)
           END-IF
           .

       004E-EXIT.
           EXIT.

      *    ONE TERM: HEADING, ITS ATTEMPT ROWS IN THE ORDER THEY
      *    POSTED, THEN THE TERM AND AS-OF-TERM CUMULATIVE LINES.
       005-PRINT-TERM.
           MOVE TRM-TAB-TERM-ID(WS-TRM-IDX) TO WS-CUR-TERM
           MOVE TRM-TAB-SLOT(WS-TRM-IDX) TO WS-CUR-SLOT
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE THEN
              PERFORM 009-WRITE-PAGE-HEADER THRU 009-EXIT
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  TERM " WS-CUR-TERM INTO WS-PRINT-LINE
           END-STRING
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE ZERO TO WS-TERM-DEGREE
           MOVE ZERO TO WS-TERM-GRADE
           MOVE ZERO TO WS-TERM-XFER-DEGREE
           MOVE ZERO TO WS-RUN-CUM-DEGREE
           MOVE ZERO TO WS-RUN-CUM-GRADE
           PERFORM 005A-PRINT-ATTEMPT THRU 005A-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
           PERFORM 005B-ADD-TO-RUN-CUM THRU 005B-EXIT
                VARYING WS-CRS-I FROM 1 BY 1
                UNTIL WS-CRS-I > HIST-COURSE-COUNT
           ADD WS-LEGACY-DEGREE TO WS-RUN-CUM-DEGREE
           ADD WS-LEGACY-GRADE TO WS-RUN-CUM-GRADE
           MOVE ZERO TO WS-TERM-GPA
           IF WS-TERM-DEGREE > ZERO THEN
              COMPUTE WS-TERM-GPA = WS-TERM-GRADE / WS-TERM-DEGREE
           END-IF
           MOVE ZERO TO WS-RUN-CUM-GPA
           IF WS-RUN-CUM-DEGREE > ZERO THEN
              COMPUTE WS-RUN-CUM-GPA =
                   WS-RUN-CUM-GRADE / WS-RUN-CUM-DEGREE
           END-IF
           IF WS-CUR-SLOT > ZERO THEN
              PERFORM 005D-STANDING-TEXT THRU 005D-EXIT
           ELSE
              MOVE "NOT RECORDED" TO WS-STANDING-TEXT
           END-IF
           MOVE WS-TERM-DEGREE TO WS-RPT-TDEG-ED
           MOVE WS-TERM-GRADE TO WS-RPT-TPTS-ED
           MOVE WS-TERM-GPA TO WS-RPT-GPA-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "      TERM  HOURS   " WS-RPT-TDEG-ED
                  "  QUALITY PTS    " WS-RPT-TPTS-ED
                  "  GPA " WS-RPT-GPA-ED
                  "  STANDING " WS-STANDING-TEXT
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           IF WS-TERM-XFER-DEGREE > ZERO THEN
              MOVE WS-TERM-XFER-DEGREE TO WS-RPT-TDEG-ED
              MOVE SPACES TO WS-PRINT-LINE
              STRING "      TRANSFER HOURS " WS-RPT-TDEG-ED
                     INTO WS-PRINT-LINE
              END-STRING
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           END-IF
           MOVE WS-RUN-CUM-DEGREE TO WS-RPT-CDEG-ED
           MOVE WS-RUN-CUM-GRADE TO WS-RPT-CPTS-ED
           MOVE WS-RUN-CUM-GPA TO WS-RPT-GPA-ED
           MOVE SPACES TO WS-PRINT-LINE
           STRING "      CUM   HOURS " WS-RPT-CDEG-ED
                  "  QUALITY PTS " WS-RPT-CPTS-ED
                  "  GPA " WS-RPT-GPA-ED
                  INTO WS-PRINT-LINE
           END-STRING
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           .

       005-EXIT.
           EXIT.

       005A-PRINT-ATTEMPT.
           IF HIST-CRS-TERM(WS-CRS-I) = WS-CUR-TERM THEN
              MOVE HIST-CRS-ID(WS-CRS-I) TO CAT-COURSE-ID
              READ COURSE-CATALOG-FILE
                  INVALID KEY
                     MOVE "*** TITLE NOT ON CATALOG ***" TO CAT-TITLE
              END-READ
              MOVE HIST-CRS-DEGREE(WS-CRS-I) TO WS-RPT-CR-ED
              MOVE SPACES TO WS-PRINT-LINE
              MOVE HIST-CRS-ID(WS-CRS-I) TO WS-PRINT-LINE(5:6)
              MOVE CAT-TITLE TO WS-PRINT-LINE(13:50)
              MOVE WS-RPT-CR-ED TO WS-PRINT-LINE(64:2)
              EVALUATE HIST-CRS-STATUS(WS-CRS-I)
                 WHEN "A"
                    ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-TERM-DEGREE
                    ADD HIST-CRS-POINTS(WS-CRS-I) TO WS-TERM-GRADE
                    MOVE HIST-CRS-POINTS(WS-CRS-I) TO WS-RPT-PTS-ED
                    MOVE WS-RPT-PTS-ED TO WS-PRINT-LINE(68:5)
                 WHEN "S"
                    ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-TERM-DEGREE
                    ADD HIST-CRS-POINTS(WS-CRS-I) TO WS-TERM-GRADE
                    MOVE HIST-CRS-POINTS(WS-CRS-I) TO WS-RPT-PTS-ED
                    MOVE WS-RPT-PTS-ED TO WS-PRINT-LINE(68:5)
                    MOVE "S  SUPERSEDED" TO WS-PRINT-LINE(75:13)
                 WHEN "T"
                    ADD HIST-CRS-DEGREE(WS-CRS-I)
                         TO WS-TERM-XFER-DEGREE
                    MOVE "T  TRANSFER" TO WS-PRINT-LINE(75:11)
                 WHEN "I"
                    MOVE "I  INCOMPLETE" TO WS-PRINT-LINE(75:13)
                 WHEN "W"
                    MOVE "W  WITHDRAWN" TO WS-PRINT-LINE(75:12)
                 WHEN OTHER
                    MOVE HIST-CRS-STATUS(WS-CRS-I)
                         TO WS-PRINT-LINE(75:1)
              END-EVALUATE
              PERFORM 009A-PRINT-LINE THRU 009A-EXIT
           END-IF
           .

       005A-EXIT.
           EXIT.

      *    A ROW TAKEN BY THE TERM BEING PRINTED COUNTS IN THE RUNNING
      *    CUMULATIVE WHEN IT IS TRANSFER WORK, OR WHEN IT IS THE BEST
      *    GPA-BEARING ATTEMPT AT ITS COURSE AMONG THE ATTEMPTS TAKEN
      *    BY THAT TERM -- THE RETAKE RULE AS IT STOOD THEN.
       005B-ADD-TO-RUN-CUM.
           IF HIST-CRS-TERM(WS-CRS-I) NOT > WS-CUR-TERM THEN
              EVALUATE HIST-CRS-STATUS(WS-CRS-I)
                 WHEN "T"
                    ADD HIST-CRS-DEGREE(WS-CRS-I) TO WS-RUN-CUM-DEGREE
                 WHEN "A"
                 WHEN "S"
                    MOVE "Y" TO WS-ROW-COUNTS-SW
                    PERFORM 005C-CHECK-BETTER-ROW THRU 005C-EXIT
                         VARYING WS-CRS-J FROM 1 BY 1
                         UNTIL WS-CRS-J > HIST-COURSE-COUNT
                    IF ROW-COUNTS THEN
                       ADD HIST-CRS-DEGREE(WS-CRS-I)
                            TO WS-RUN-CUM-DEGREE
                       ADD HIST-CRS-POINTS(WS-CRS-I)
                            TO WS-RUN-CUM-GRADE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       005B-EXIT.
           EXIT.

      *    SAME ORDERING AS 015H-FIND-BEST-ACTIVE IN MYGRADE: HIGHER
      *    POINTS WIN, TIES GO TO THE LATER TERM, AND WITHIN A TERM TO
      *    THE LATER ENTRY.
       005C-CHECK-BETTER-ROW.
           IF WS-CRS-J NOT = WS-CRS-I
              AND HIST-CRS-ID(WS-CRS-J) = HIST-CRS-ID(WS-CRS-I)
              AND (HIST-CRS-STATUS(WS-CRS-J) = "A"
                   OR HIST-CRS-STATUS(WS-CRS-J) = "S")
              AND HIST-CRS-TERM(WS-CRS-J) NOT > WS-CUR-TERM THEN
              IF HIST-CRS-POINTS(WS-CRS-J) > HIST-CRS-POINTS(WS-CRS-I)
                 OR (HIST-CRS-POINTS(WS-CRS-J) =
                     HIST-CRS-POINTS(WS-CRS-I)
                     AND (HIST-CRS-TERM(WS-CRS-J) >
                          HIST-CRS-TERM(WS-CRS-I)
                          OR (HIST-CRS-TERM(WS-CRS-J) =
                              HIST-CRS-TERM(WS-CRS-I)
                              AND WS-CRS-J > WS-CRS-I))) THEN
                 MOVE "N" TO WS-ROW-COUNTS-SW
              END-IF
           END-IF
           .

       005C-EXIT.
           EXIT.

       005D-STANDING-TEXT.
           EVALUATE HIST-TERM-STANDING(WS-CUR-SLOT)
              WHEN "DL"
                 MOVE "DL DEAN'S LIST" TO WS-STANDING-TEXT
              WHEN "GS"
                 MOVE "GS GOOD STANDING" TO WS-STANDING-TEXT
              WHEN "PR"
                 MOVE "PR PROBATION" TO WS-STANDING-TEXT
              WHEN "DR"
                 MOVE "DR DISMISSAL REVIEW" TO WS-STANDING-TEXT
              WHEN "NC"
                 MOVE "NC NO CREDIT" TO WS-STANDING-TEXT
              WHEN OTHER
                 MOVE "NOT RECORDED" TO WS-STANDING-TEXT
           END-EVALUATE
           .

       005D-EXIT.
           EXIT.

      *    AN ID THE CLUSTER DOES NOT HOLD IS CHECKED AGAINST THE
      *    ARCHIVE INDEX -- AN ARCHIVED CAREER IS STILL ON TAPE AND
      *    PRINTS ONCE MYGRRLD HAS PUT IT BACK.
       006-NOT-ON-FILE.
           MOVE ZERO TO WS-NDX-FOUND-IDX
           PERFORM 006A-MATCH-ARCHIVE THRU 006A-EXIT
                VARYING WS-NDX-IDX FROM 1 BY 1
                UNTIL WS-NDX-IDX > ANX-ENTRY-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-NDX-FOUND-IDX > ZERO THEN
              ADD 1 TO WS-ARCHIVED-COUNT
              STRING "STUDENT " REQ-STUDENT-ID
                     "  ARCHIVED " ANX-TAB-DATE(WS-NDX-FOUND-IDX)
                     "  LAST TERM " ANX-TAB-LAST-TERM(WS-NDX-FOUND-IDX)
                     " - RESTORE WITH MYGRRLD FIRST"
                     INTO WS-PRINT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-NOTFOUND-COUNT
              STRING "STUDENT " REQ-STUDENT-ID
                     "  *** NOT ON FILE - NO TRANSCRIPT ***"
                     INTO WS-PRINT-LINE
              END-STRING
           END-IF
           PERFORM 007-WRITE-NOTICE-PAGE THRU 007-EXIT
           .

       006-EXIT.
           EXIT.

       006A-MATCH-ARCHIVE.
           IF ANX-TAB-STUDENT-ID(WS-NDX-IDX) = REQ-STUDENT-ID
              AND WS-NDX-FOUND-IDX = ZERO THEN
              MOVE WS-NDX-IDX TO WS-NDX-FOUND-IDX
           END-IF
           .

       006A-EXIT.
           EXIT.

      *    A REQUEST THAT CANNOT BE PRINTED STILL GETS ITS OWN PAGE IN
      *    THE RUN, SO THE PRINTED SET STAYS IN REQUEST ORDER AND THE
      *    GAP IS EXPLAINED WHERE THE TRANSCRIPT WOULD HAVE BEEN.
       007-WRITE-NOTICE-PAGE.
           MOVE SPACES TO OFFTRN-LINE
           STRING "MYGRADE OFFICIAL TRANSCRIPT   RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO OFFTRN-LINE
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           MOVE WS-PRINT-LINE TO OFFTRN-LINE
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           .

       007-EXIT.
           EXIT.

       008-WRITE-RUN-TOTALS.
           MOVE SPACES TO OFFTRN-LINE
           STRING "MYGRADE OFFICIAL TRANSCRIPT   RUN DATE: "
                  WS-RUN-DATE-DISP "   RUN TOTALS"
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO OFFTRN-LINE
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           MOVE WS-REQUEST-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO OFFTRN-LINE
           STRING "REQUESTS READ ....... " WS-RPT-COUNT-ED
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           MOVE WS-PRINTED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO OFFTRN-LINE
           STRING "TRANSCRIPTS PRINTED . " WS-RPT-COUNT-ED
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NOMASTER-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO OFFTRN-LINE
           STRING "  NO MASTER RECORD .. " WS-RPT-COUNT-ED
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           MOVE WS-ARCHIVED-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO OFFTRN-LINE
           STRING "ARCHIVED ............ " WS-RPT-COUNT-ED
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NOTFOUND-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO OFFTRN-LINE
           STRING "NOT ON FILE/INVALID . " WS-RPT-COUNT-ED
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           .

       008-EXIT.
           EXIT.

      *    EVERY PAGE OF A TRANSCRIPT CARRIES THE STUDENT'S ID AND
      *    NAME, SO A LOOSE CONTINUATION PAGE STILL SAYS WHOSE IT IS.
       009-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-RPT-PAGE-ED
           MOVE SPACES TO OFFTRN-LINE
           STRING "MYGRADE OFFICIAL TRANSCRIPT   RUN DATE: "
                  WS-RUN-DATE-DISP "   PAGE " WS-RPT-PAGE-ED
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO OFFTRN-LINE
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO OFFTRN-LINE
           STRING "STUDENT ID: " WS-CUR-STUDENT-ID
                  "      NAME: " WS-CUR-NAME
                  INTO OFFTRN-LINE
           END-STRING
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LINE-COUNT
           .

       009-EXIT.
           EXIT.

       009A-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE THEN
              PERFORM 009-WRITE-PAGE-HEADER THRU 009-EXIT
           END-IF
           MOVE WS-PRINT-LINE TO OFFTRN-LINE
           WRITE OFFTRN-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           .

       009A-EXIT.
           EXIT.

      *    A MISSING OR EMPTY ARCNDX IS A NORMAL DAY -- NOTHING HAS
      *    BEEN ARCHIVED YET, SO EVERY MISS IS A TRUE NOT-ON-FILE.
       011-LOAD-ARCHIVE-INDEX.
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-NDX-STATUS = "00" THEN
              PERFORM UNTIL END-OF-INDEX
                      READ ARCHIVE-INDEX-FILE
                      AT END
                         SET END-OF-INDEX TO TRUE
                      NOT AT END
                         PERFORM 011A-STORE-INDEX THRU 011A-EXIT
                      END-READ
              END-PERFORM
              CLOSE ARCHIVE-INDEX-FILE
           END-IF
           .

       011-EXIT.
           EXIT.

       011A-STORE-INDEX.
           IF ANX-ENTRY-COUNT < ANX-ENTRY-MAX THEN
              ADD 1 TO ANX-ENTRY-COUNT
              MOVE ANX-STUDENT-ID
                   TO ANX-TAB-STUDENT-ID(ANX-ENTRY-COUNT)
              MOVE ANX-LAST-TERM
                   TO ANX-TAB-LAST-TERM(ANX-ENTRY-COUNT)
              MOVE ANX-ARCHIVE-DATE TO ANX-TAB-DATE(ANX-ENTRY-COUNT)
           ELSE
              DISPLAY "ARCNDX TABLE FULL, ENTRY DROPPED: "
                   ANX-STUDENT-ID
           END-IF
           .

       011A-EXIT.
           EXIT.
