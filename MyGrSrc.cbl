       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRSRC.
       AUTHOR. 62160246.
      *    STUDENT MASTER / CUMHIST RECONCILIATION. CUMHIST, THE
      *    ARCNDX ARCHIVE INDEX AND STUMAST ARE KEPT BY DIFFERENT
      *    PROGRAMS (MYGRADE, MYGRARC AND MYGRSTU), SO NOTHING STOPS
      *    THEM DRIFTING APART. THIS SWEEPS CUMHIST AND STUMAST IN KEY
      *    ORDER SIDE BY SIDE AND LISTS ON SRCRPT:
      *      - EVERY CUMHIST STUDENT WITH NO MASTER RECORD (NO NAME
      *        FOR A LETTER, TRANSCRIPT OR DIPLOMA);
      *      - EVERY ARCNDX STUDENT WITH NO MASTER RECORD (THE SAME,
      *        THE DAY THE HISTORY IS RELOADED WITH MYGRRLD);
      *      - EVERY ACTIVE MASTER RECORD WITH NO HISTORY, ON CUMHIST
      *        OR ARCHIVED. A STUDENT ADDED SINCE THE LAST MYGRADE
      *        POSTING IS LEGITIMATELY HERE UNTIL THE FIRST TERM POSTS
      *        -- THE LAST-CHANGE DATE ON THE LINE TELLS THOSE APART.
      *    AN INACTIVE MASTER RECORD WITH NO HISTORY IS NOT LISTED --
      *    A STUDENT MAY LEAVE BEFORE A TERM IS EVER POSTED.
      *    ANY EXCEPTION ENDS THE RUN RC 4. READ-ONLY AGAINST BOTH
      *    CLUSTERS, SO IT TAKES NO CUMHIST LOCK AND CAN RUN ALONGSIDE
      *    ANYTHING THAT ONLY READS THEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUMULATIVE-HISTORY-FILE ASSIGN TO CUMHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO STUMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS STU-STUDENT-ID
              FILE STATUS IS WS-STU-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO ARCNDX
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NDX-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO SRCRPT
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  STUDENT-MASTER-FILE.
       COPY STUMAST.
       FD  ARCHIVE-INDEX-FILE.
      *    ONE LINE PER ARCHIVED STUDENT, AS MYGRARC WRITES IT --
      *    KEEP IN STEP WITH THE ARCNDX FD THERE.
       01 ARCHIVE-INDEX-REC.
          05 ANX-STUDENT-ID     PIC 9(6).
          05 ANX-LAST-TERM      PIC 9(5).
          05 ANX-ARCHIVE-DATE   PIC 9(8).
       FD  RECON-REPORT-FILE.
       01 SRCRPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-STU-STATUS         PIC X(2).
       01 WS-NDX-STATUS         PIC X(2).
       01 WS-NDX-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-INDEX                     VALUE "Y".
      *    MATCH KEYS FOR THE SWEEP. ONE DIGIT WIDER THAN A STUDENT
      *    ID SO THE END-OF-FILE VALUE SORTS AFTER EVERY REAL ID.
       01 WS-HIST-KEY           PIC 9(7).
       01 WS-STU-KEY            PIC 9(7).
       01 WS-HIGH-KEY           PIC 9(7)      VALUE 9999999.
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
       01 WS-NDX-FOUND-SW       PIC X(1)      VALUE "N".
          88 NDX-FOUND                        VALUE "Y".
       01 WS-HIST-READ-COUNT    PIC 9(8)      VALUE ZERO.
       01 WS-STU-READ-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-NOMAST-HIST-COUNT  PIC 9(8)      VALUE ZERO.
       01 WS-NOMAST-ARC-COUNT   PIC 9(8)      VALUE ZERO.
       01 WS-NOHIST-COUNT       PIC 9(8)      VALUE ZERO.
       01 WS-EXCP-ID            PIC 9(6).
       01 WS-EXCP-NAME          PIC X(25).
       01 WS-EXCP-TEXT          PIC X(40).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-COUNT-ED       PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           PERFORM 007-LOAD-ARCHIVE-INDEX THRU 007-EXIT
           OPEN INPUT CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRSRC CANNOT OPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-STU-STATUS NOT = "00" THEN
              DISPLAY "MYGRSRC CANNOT OPEN STUMAST, STATUS "
                   WS-STU-STATUS
              CLOSE CUMULATIVE-HISTORY-FILE
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           MOVE ZERO TO HIST-STUDENT-ID
           START CUMULATIVE-HISTORY-FILE
               KEY NOT LESS THAN HIST-STUDENT-ID
               INVALID KEY
                  MOVE WS-HIGH-KEY TO WS-HIST-KEY
               NOT INVALID KEY
                  PERFORM 008-READ-HISTORY THRU 008-EXIT
           END-START
           MOVE ZERO TO STU-STUDENT-ID
           START STUDENT-MASTER-FILE
               KEY NOT LESS THAN STU-STUDENT-ID
               INVALID KEY
                  MOVE WS-HIGH-KEY TO WS-STU-KEY
               NOT INVALID KEY
                  PERFORM 009-READ-MASTER THRU 009-EXIT
           END-START
           PERFORM 002-MATCH-STEP THRU 002-EXIT
                UNTIL WS-HIST-KEY = WS-HIGH-KEY
                  AND WS-STU-KEY = WS-HIGH-KEY
           PERFORM 004-CHECK-ARCHIVED THRU 004-EXIT
                VARYING WS-NDX-IDX FROM 1 BY 1
                UNTIL WS-NDX-IDX > ANX-ENTRY-COUNT
           PERFORM 006-WRITE-RPT-TOTALS THRU 006-EXIT
           CLOSE CUMULATIVE-HISTORY-FILE
           CLOSE STUDENT-MASTER-FILE
           CLOSE RECON-REPORT-FILE
           IF WS-NOMAST-HIST-COUNT > ZERO
              OR WS-NOMAST-ARC-COUNT > ZERO
              OR WS-NOHIST-COUNT > ZERO THEN
              IF RETURN-CODE = ZERO THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY "MYGRSRC CUMHIST READ " WS-HIST-READ-COUNT
                " STUMAST READ " WS-STU-READ-COUNT
                " NO MASTER " WS-NOMAST-HIST-COUNT
                " ARCHIVED NO MASTER " WS-NOMAST-ARC-COUNT
                " NO HISTORY " WS-NOHIST-COUNT
           GOBACK.

       001-WRITE-RPT-HEADER.
           MOVE SPACES TO SRCRPT-LINE
           STRING "MYGRADE STUDENT MASTER RECONCILIATION  RUN DATE: "
                  WS-RUN-DATE-DISP
                  INTO SRCRPT-LINE
           END-STRING
           WRITE SRCRPT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO SRCRPT-LINE
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE "STUDENT NAME" TO SRCRPT-LINE
           MOVE "EXCEPTION" TO SRCRPT-LINE(36:9)
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO SRCRPT-LINE
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

      *    ONE STEP OF THE SWEEP: THE LOWER KEY IS UNMATCHED ON THE
      *    OTHER FILE; EQUAL KEYS ARE IN STEP AND BOTH FILES MOVE ON.
       002-MATCH-STEP.
           EVALUATE TRUE
              WHEN WS-HIST-KEY < WS-STU-KEY
                 ADD 1 TO WS-NOMAST-HIST-COUNT
                 MOVE HIST-STUDENT-ID TO WS-EXCP-ID
                 MOVE SPACES TO WS-EXCP-NAME
                 MOVE "ON CUMHIST, NOT ON STUDENT MASTER"
                      TO WS-EXCP-TEXT
                 PERFORM 005-WRITE-EXCEPTION THRU 005-EXIT
                 PERFORM 008-READ-HISTORY THRU 008-EXIT
              WHEN WS-HIST-KEY > WS-STU-KEY
                 PERFORM 003-CHECK-NO-HISTORY THRU 003-EXIT
                 PERFORM 009-READ-MASTER THRU 009-EXIT
              WHEN OTHER
                 PERFORM 008-READ-HISTORY THRU 008-EXIT
                 PERFORM 009-READ-MASTER THRU 009-EXIT
           END-EVALUATE
           .

       002-EXIT.
           EXIT.

      *    A MASTER RECORD CUMHIST DOES NOT CARRY. AN ARCHIVED
      *    STUDENT'S HISTORY IS ON THE ARCHIVE TAPE, NOT MISSING.
       003-CHECK-NO-HISTORY.
           IF STU-INACTIVE THEN
              GO TO 003-EXIT
           END-IF
           MOVE "N" TO WS-NDX-FOUND-SW
           PERFORM 003A-MATCH-INDEX THRU 003A-EXIT
                VARYING WS-NDX-IDX FROM 1 BY 1
                UNTIL WS-NDX-IDX > ANX-ENTRY-COUNT
                   OR NDX-FOUND
           IF NOT NDX-FOUND THEN
              ADD 1 TO WS-NOHIST-COUNT
              MOVE STU-STUDENT-ID TO WS-EXCP-ID
              MOVE STU-NAME TO WS-EXCP-NAME
              MOVE SPACES TO WS-EXCP-TEXT
              STRING "ACTIVE, NO HISTORY - CHANGED "
                     STU-CHANGE-DATE
                     INTO WS-EXCP-TEXT
              END-STRING
              PERFORM 005-WRITE-EXCEPTION THRU 005-EXIT
           END-IF
           .

       003-EXIT.
           EXIT.

       003A-MATCH-INDEX.
           IF ANX-TAB-STUDENT-ID(WS-NDX-IDX) = STU-STUDENT-ID THEN
              SET NDX-FOUND TO TRUE
           END-IF
           .

       003A-EXIT.
           EXIT.

      *    THE SWEEP IS DONE, SO STUMAST CAN BE READ BY KEY FOR EACH
      *    ARCHIVED STUDENT.
       004-CHECK-ARCHIVED.
           MOVE ANX-TAB-STUDENT-ID(WS-NDX-IDX) TO STU-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                  ADD 1 TO WS-NOMAST-ARC-COUNT
                  MOVE ANX-TAB-STUDENT-ID(WS-NDX-IDX) TO WS-EXCP-ID
                  MOVE SPACES TO WS-EXCP-NAME
                  MOVE SPACES TO WS-EXCP-TEXT
                  STRING "ARCHIVED "
                         ANX-TAB-DATE(WS-NDX-IDX)
                         ", NOT ON STUDENT MASTER"
                         INTO WS-EXCP-TEXT
                  END-STRING
                  PERFORM 005-WRITE-EXCEPTION THRU 005-EXIT
           END-READ
           .

       004-EXIT.
           EXIT.

       005-WRITE-EXCEPTION.
           MOVE SPACES TO SRCRPT-LINE
           MOVE WS-EXCP-ID TO SRCRPT-LINE(1:6)
           MOVE WS-EXCP-NAME TO SRCRPT-LINE(9:25)
           MOVE WS-EXCP-TEXT TO SRCRPT-LINE(36:40)
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           .

       005-EXIT.
           EXIT.

       006-WRITE-RPT-TOTALS.
           MOVE SPACES TO SRCRPT-LINE
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-HIST-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SRCRPT-LINE
           STRING "CUMHIST RECORDS READ ...... " WS-RPT-COUNT-ED
                  INTO SRCRPT-LINE
           END-STRING
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-STU-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SRCRPT-LINE
           STRING "MASTER RECORDS READ ....... " WS-RPT-COUNT-ED
                  INTO SRCRPT-LINE
           END-STRING
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE ANX-ENTRY-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SRCRPT-LINE
           STRING "ARCHIVE INDEX ENTRIES ..... " WS-RPT-COUNT-ED
                  INTO SRCRPT-LINE
           END-STRING
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NOMAST-HIST-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SRCRPT-LINE
           STRING "CUMHIST, NO MASTER ........ " WS-RPT-COUNT-ED
                  INTO SRCRPT-LINE
           END-STRING
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NOMAST-ARC-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SRCRPT-LINE
           STRING "ARCHIVED, NO MASTER ....... " WS-RPT-COUNT-ED
                  INTO SRCRPT-LINE
           END-STRING
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-NOHIST-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO SRCRPT-LINE
           STRING "ACTIVE MASTER, NO HISTORY . " WS-RPT-COUNT-ED
                  INTO SRCRPT-LINE
           END-STRING
           WRITE SRCRPT-LINE AFTER ADVANCING 1 LINE
           .

       006-EXIT.
           EXIT.

      *    A MISSING OR EMPTY ARCNDX IS A NORMAL DAY -- NOTHING HAS
      *    BEEN ARCHIVED YET.
       007-LOAD-ARCHIVE-INDEX.
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF WS-NDX-STATUS = "00" THEN
              PERFORM UNTIL END-OF-INDEX
                      READ ARCHIVE-INDEX-FILE
                      AT END
                         SET END-OF-INDEX TO TRUE
                      NOT AT END
                         PERFORM 007A-STORE-INDEX THRU 007A-EXIT
                      END-READ
              END-PERFORM
              CLOSE ARCHIVE-INDEX-FILE
           END-IF
           .

       007-EXIT.
           EXIT.

       007A-STORE-INDEX.
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

       007A-EXIT.
           EXIT.

       008-READ-HISTORY.
           READ CUMULATIVE-HISTORY-FILE NEXT RECORD
               AT END
                  MOVE WS-HIGH-KEY TO WS-HIST-KEY
               NOT AT END
                  ADD 1 TO WS-HIST-READ-COUNT
                  MOVE HIST-STUDENT-ID TO WS-HIST-KEY
           END-READ
           .

       008-EXIT.
           EXIT.

       009-READ-MASTER.
           READ STUDENT-MASTER-FILE NEXT RECORD
               AT END
                  MOVE WS-HIGH-KEY TO WS-STU-KEY
               NOT AT END
                  ADD 1 TO WS-STU-READ-COUNT
                  MOVE STU-STUDENT-ID TO WS-STU-KEY
           END-READ
           .

       009-EXIT.
           EXIT.
