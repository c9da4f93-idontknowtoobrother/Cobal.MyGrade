       IDENTIFICATION DIVISION.
       PROGRAM-ID. MYGRRCV.
       AUTHOR. 62160246.
      *    CUMHIST FORWARD RECOVERY AND CHANGE HISTORY, DRIVEN OFF
      *    THE CUMJRNL CHANGE JOURNAL (SEE JRNLREC.CPY). THE SYSIN
      *    CONTROL CARD NAMES THE MODE IN COLUMNS 1-8:
      *      RECOVER - RELOADS THE CLUSTER FROM A CUMHIST BACKUP
      *                (CUMBKUP, THE IDCAMS REPRO UNLOAD, ONE
      *                HISTORY-RECORD IMAGE PER STUDENT IN KEY ORDER)
      *                AND ROLLS THE JOURNAL FORWARD OVER IT: EVERY
      *                JOURNAL RECORD STAMPED AT OR AFTER THE BACKUP
      *                AND NOT LATER THAN THE TARGET DATE AND TIME IS
      *                REAPPLIED IN FILE ORDER (ADD, CHANGE OR DELETE
      *                WITH ITS AFTER IMAGE). THE BEFORE IMAGE OF
      *                EACH RECORD IS HELD AGAINST WHAT THE CLUSTER
      *                HOLDS AT THAT POINT; A DIFFERENCE MEANS THE
      *                BACKUP AND JOURNAL DO NOT LINE UP (WRONG
      *                BACKUP STAMP, OR A CHANGE MADE OUTSIDE THE
      *                JOURNALED PROGRAMS) AND IS LISTED ON RCVRPT
      *                WITH RC 4 -- THE AFTER IMAGE IS STILL APPLIED,
      *                IT IS WHAT THE RUN STORED. THIS IS AN UPDATER
      *                AND FOLLOWS THE CUMLOCK PROTOCOL.
      *                CARD: BACKUP DATE (9-16), BACKUP TIME HHMMSS
      *                (17-22), TARGET DATE (23-30), TARGET TIME
      *                HHMMSS (31-36).
      *      LIST    - LISTS EVERY JOURNALED CHANGE TO ONE STUDENT
      *                BETWEEN TWO DATES (INCLUSIVE) ON RCVRPT: WHO
      *                AND WHEN, THE CUMULATIVE TOTALS BEFORE AND
      *                AFTER, AND EACH TERM SLOT AND ATTEMPT ROW THE
      *                CHANGE TOUCHED. READ-ONLY -- CUMHIST IS NOT
      *                OPENED AND THE LOCK IS NEITHER TAKEN NOR
      *                HONORED.
      *                CARD: STUDENT ID (9-14), FROM DATE (15-22), TO
      *                DATE (23-30).
      *    THE RECOVERY ITSELF IS NOT JOURNALED: THE CLUSTER IT
      *    LEAVES IS THE BACKUP PLUS THE JOURNAL UP TO THE TARGET,
      *    AND THE JOURNAL RECORDS PAST THE TARGET ARE STILL ON FILE.
      *    TAKE A FRESH BACKUP STRAIGHT AFTER (MYGRRCV.JCL DOES) AND
      *    START THE NEXT RECOVERY FROM IT, SO THOSE UNDONE CHANGES
      *    ARE NEVER REPLAYED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUMULATIVE-HISTORY-FILE ASSIGN TO CUMHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-STUDENT-ID
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CUMHIST-JOURNAL-FILE ASSIGN TO CUMJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
           SELECT BACKUP-FILE ASSIGN TO CUMBKUP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BKP-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO RCVRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-FILE ASSIGN TO LOKFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUMULATIVE-HISTORY-FILE.
       COPY HISTREC.
       FD  CUMHIST-JOURNAL-FILE.
       COPY JRNLREC.
       FD  BACKUP-FILE.
      *    ONE HISTORY-RECORD IMAGE PER STUDENT, SAME SHAPE AS THE
      *    MYGRARC ARCHIVE -- KEEP THE PICTURE LENGTH EQUAL TO THE
      *    HISTORY-RECORD LENGTH IN HISTREC.CPY (2352 BYTES).
       01 BACKUP-REC            PIC X(2352).
       FD  RECOVERY-REPORT-FILE.
       01 RCVRPT-LINE           PIC X(100).
       FD  LOCK-FILE.
       COPY CUMLOCK.
       FD  RUN-LOG-FILE.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS        PIC X(2).
       01 WS-LOG-STATUS         PIC X(2).
       01 WS-LOCK-BLOCKED-SW    PIC X(1)      VALUE "N".
          88 LOCK-BLOCKED                     VALUE "Y".
       01 WS-LOCK-EOF-SW        PIC X(1)      VALUE "N".
          88 END-OF-LOCK-FILE                 VALUE "Y".
       01 WS-MY-PROGRAM-ID      PIC X(8)      VALUE "MYGRRCV".
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
       01 WS-HIST-STATUS        PIC X(2).
       01 WS-JRN-STATUS         PIC X(2).
       01 WS-JRN-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-JOURNAL                   VALUE "Y".
       01 WS-BKP-STATUS         PIC X(2).
       01 WS-BKP-EOF-SW         PIC X(1)      VALUE "N".
          88 END-OF-BACKUP                    VALUE "Y".
      *    KEEP WS-HIST-TERM-MAX/WS-HIST-CRS-MAX EQUAL TO THE OCCURS
      *    COUNTS IN HISTREC.CPY (SEE THE COMMENT BLOCK THERE).
       01 WS-HIST-TERM-MAX      PIC 9(2)      COMP VALUE 12.
       01 WS-HIST-TERM-IDX      PIC 9(2)      COMP.
       01 WS-HIST-CRS-MAX       PIC 9(3)      COMP VALUE 120.
       01 WS-CRS-I              PIC 9(3)      COMP.
      *    THE CONTROL CARD AND ITS TWO VIEWS.
       01 WS-CONTROL-CARD.
          05 WS-CARD-MODE       PIC X(8).
             88 RECOVER-MODE                  VALUE "RECOVER".
             88 LIST-MODE                     VALUE "LIST".
          05 FILLER             PIC X(72).
       01 WS-RECOVER-CARD REDEFINES WS-CONTROL-CARD.
          05 FILLER             PIC X(8).
          05 WS-RCV-BKUP-DATE   PIC 9(8).
          05 WS-RCV-BKUP-TIME   PIC 9(6).
          05 WS-RCV-TO-DATE     PIC 9(8).
          05 WS-RCV-TO-TIME     PIC 9(6).
          05 FILLER             PIC X(44).
       01 WS-LIST-CARD REDEFINES WS-CONTROL-CARD.
          05 FILLER             PIC X(8).
          05 WS-LST-STUDENT-ID  PIC 9(6).
          05 WS-LST-FROM-DATE   PIC 9(8).
          05 WS-LST-TO-DATE     PIC 9(8).
          05 FILLER             PIC X(50).
      *    DATE AND TIME FOLDED TO ONE NUMBER (YYYYMMDDHHMMSSCC) SO
      *    A JOURNAL STAMP COMPARES AGAINST THE CARD IN ONE TEST.
       01 WS-FROM-STAMP         PIC 9(16).
       01 WS-TO-STAMP           PIC 9(16).
       01 WS-REC-STAMP          PIC 9(16).
       01 WS-LAST-STAMP         PIC 9(16)     VALUE ZERO.
       01 WS-MISMATCH-TEXT      PIC X(40).
      *    BEFORE (1) AND AFTER (2) IMAGES OF ONE JOURNAL RECORD,
      *    BROKEN OUT FIELD BY FIELD FOR THE LIST MODE. SAME LAYOUT
      *    AS HISTORY-RECORD IN HISTREC.CPY -- KEEP IN STEP.
       01 WS-IMAGE-PAIR.
          05 IMG-ENTRY OCCURS 2 TIMES.
             10 IMG-STUDENT-ID     PIC 9(6).
             10 IMG-CUM-DEGREE     PIC 9(5).
             10 IMG-CUM-GRADE      PIC 9(5)V9(2).
             10 IMG-TERM-COUNT     PIC 9(3).
             10 IMG-TERM-ENTRY OCCURS 12 TIMES.
                15 IMG-TERM-ID        PIC 9(5).
                15 IMG-TERM-DEGREE    PIC 9(3).
                15 IMG-TERM-GRADE     PIC 9(3)V9(2).
                15 IMG-TERM-STANDING  PIC X(2).
                15 IMG-TERM-PROB-CT   PIC 9(2).
                15 IMG-TERM-ATT-HOURS PIC 9(3).
                15 IMG-TERM-EARN-HOURS PIC 9(3).
                15 IMG-TERM-SAP-STATUS PIC X(1).
             10 IMG-COURSE-COUNT   PIC 9(3).
             10 IMG-COURSE-ENTRY OCCURS 120 TIMES.
                15 IMG-CRS-ID         PIC 9(6).
                15 IMG-CRS-TERM       PIC 9(5).
                15 IMG-CRS-DEGREE     PIC 9(1).
                15 IMG-CRS-POINTS     PIC 9(2)V9(2).
                15 IMG-CRS-STATUS     PIC X(1).
       01 WS-IMG-IDX            PIC 9(1)      COMP.
       01 WS-CUM-GPA            PIC 9(2)V9(3).
       01 WS-ACTION-TEXT        PIC X(8).
       01 WS-BKP-READ-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-LOAD-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-LOAD-REJECT-COUNT  PIC 9(8)      VALUE ZERO.
       01 WS-JRN-READ-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-JRN-EARLY-COUNT    PIC 9(8)      VALUE ZERO.
       01 WS-JRN-LATE-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-APPLY-ADD-COUNT    PIC 9(8)      VALUE ZERO.
       01 WS-APPLY-CHG-COUNT    PIC 9(8)      VALUE ZERO.
       01 WS-APPLY-DEL-COUNT    PIC 9(8)      VALUE ZERO.
       01 WS-APPLY-COUNT        PIC 9(8)      VALUE ZERO.
       01 WS-MISMATCH-COUNT     PIC 9(8)      VALUE ZERO.
       01 WS-LIST-COUNT         PIC 9(8)      VALUE ZERO.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-DISP      PIC X(10).
       01 WS-RPT-FIELDS.
          05 WS-RPT-DEG-ED      PIC ZZZZ9.
          05 WS-RPT-DEG2-ED     PIC ZZZZ9.
          05 WS-RPT-PTS-ED      PIC ZZZZ9.99.
          05 WS-RPT-PTS2-ED     PIC ZZZZ9.99.
          05 WS-RPT-GPA-ED      PIC Z9.999.
          05 WS-RPT-GPA2-ED     PIC Z9.999.
          05 WS-RPT-CPTS-ED     PIC Z9.99.
          05 WS-RPT-CPTS2-ED    PIC Z9.99.
          05 WS-RPT-COUNT-ED    PIC ZZZZZZZ9.
          05 WS-RPT-ROW-ED      PIC ZZ9.
          05 WS-RPT-STAMP-DISP  PIC X(22).

       PROCEDURE DIVISION.
       000-BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING WS-RUN-DATE(1:4) "-" WS-RUN-DATE(5:2) "-"
                  WS-RUN-DATE(7:2)
                  INTO WS-RUN-DATE-DISP
           END-STRING
           ACCEPT WS-CONTROL-CARD
           EVALUATE TRUE
              WHEN RECOVER-MODE
                 IF WS-RCV-BKUP-DATE NOT NUMERIC
                    OR WS-RCV-BKUP-TIME NOT NUMERIC
                    OR WS-RCV-TO-DATE NOT NUMERIC
                    OR WS-RCV-TO-TIME NOT NUMERIC THEN
                    DISPLAY "MYGRRCV INVALID RECOVER CARD: "
                         WS-CONTROL-CARD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 COMPUTE WS-FROM-STAMP =
                      WS-RCV-BKUP-DATE * 100000000
                      + WS-RCV-BKUP-TIME * 100
                 COMPUTE WS-TO-STAMP =
                      WS-RCV-TO-DATE * 100000000
                      + WS-RCV-TO-TIME * 100 + 99
              WHEN LIST-MODE
                 IF WS-LST-STUDENT-ID NOT NUMERIC
                    OR WS-LST-FROM-DATE NOT NUMERIC
                    OR WS-LST-TO-DATE NOT NUMERIC THEN
                    DISPLAY "MYGRRCV INVALID LIST CARD: "
                         WS-CONTROL-CARD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 COMPUTE WS-FROM-STAMP =
                      WS-LST-FROM-DATE * 100000000
                 COMPUTE WS-TO-STAMP =
                      WS-LST-TO-DATE * 100000000 + 99999999
              WHEN OTHER
                 DISPLAY "MYGRRCV INVALID MODE CARD: " WS-CARD-MODE
                      " - USE RECOVER OR LIST"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           IF WS-FROM-STAMP > WS-TO-STAMP THEN
              DISPLAY "MYGRRCV CARD DATES OUT OF ORDER: "
                   WS-CONTROL-CARD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT CUMHIST-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = "00" THEN
              DISPLAY "MYGRRCV CANNOT OPEN CUMJRNL, STATUS "
                   WS-JRN-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           PERFORM 001-WRITE-RPT-HEADER THRU 001-EXIT
           IF RECOVER-MODE THEN
              PERFORM 002-RECOVER THRU 002-EXIT
           ELSE
              PERFORM 004-LIST-STUDENT THRU 004-EXIT
           END-IF
           CLOSE CUMHIST-JOURNAL-FILE
           CLOSE RECOVERY-REPORT-FILE
           DISPLAY "MYGRRCV " WS-CARD-MODE
                " JOURNAL RECORDS READ " WS-JRN-READ-COUNT
                " APPLIED " WS-APPLY-COUNT
                " LISTED " WS-LIST-COUNT
                " RC " RETURN-CODE
           GOBACK.

       001-WRITE-RPT-HEADER.
           MOVE SPACES TO RCVRPT-LINE
           IF RECOVER-MODE THEN
              STRING "MYGRADE CUMHIST FORWARD RECOVERY  RUN DATE: "
                     WS-RUN-DATE-DISP
                     INTO RCVRPT-LINE
              END-STRING
           ELSE
              STRING "MYGRADE CUMHIST CHANGE HISTORY  RUN DATE: "
                     WS-RUN-DATE-DISP
                     INTO RCVRPT-LINE
              END-STRING
           END-IF
           WRITE RCVRPT-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO RCVRPT-LINE
           IF RECOVER-MODE THEN
              STRING "BACKUP TAKEN " WS-RCV-BKUP-DATE " "
                     WS-RCV-BKUP-TIME
                     "  ROLLED FORWARD TO " WS-RCV-TO-DATE " "
                     WS-RCV-TO-TIME
                     INTO RCVRPT-LINE
              END-STRING
           ELSE
              STRING "STUDENT " WS-LST-STUDENT-ID
                     "  CHANGES FROM " WS-LST-FROM-DATE
                     " THROUGH " WS-LST-TO-DATE
                     INTO RCVRPT-LINE
              END-STRING
           END-IF
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           .

       001-EXIT.
           EXIT.

      *    RELOAD, THEN ROLL FORWARD. THE CLUSTER MUST BE DEFINED
      *    REUSABLE (OR FRESHLY REDEFINED) -- OPEN OUTPUT EMPTIES IT.
       002-RECOVER.
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME
           PERFORM 090-ACQUIRE-LOCK THRU 090-EXIT
           IF LOCK-BLOCKED THEN
              MOVE 12 TO RETURN-CODE
              GO TO 002-EXIT
           END-IF
           OPEN INPUT BACKUP-FILE
           IF WS-BKP-STATUS NOT = "00" THEN
              DISPLAY "MYGRRCV CANNOT OPEN CUMBKUP, STATUS "
                   WS-BKP-STATUS
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GO TO 002-EXIT
           END-IF
           OPEN OUTPUT CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRRCV CANNOT OPEN CUMHIST OUTPUT, STATUS "
                   WS-HIST-STATUS
              CLOSE BACKUP-FILE
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-BACKUP
                   READ BACKUP-FILE
                   AT END
                      SET END-OF-BACKUP TO TRUE
                   NOT AT END
                      ADD 1 TO WS-BKP-READ-COUNT
                      PERFORM 002A-LOAD-BACKUP-REC THRU 002A-EXIT
                   END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE CUMULATIVE-HISTORY-FILE
           OPEN I-O CUMULATIVE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00" THEN
              DISPLAY "MYGRRCV CANNOT REOPEN CUMHIST, STATUS "
                   WS-HIST-STATUS
              PERFORM 091-RELEASE-LOCK THRU 091-EXIT
              MOVE 12 TO RETURN-CODE
              GO TO 002-EXIT
           END-IF
           PERFORM UNTIL END-OF-JOURNAL
                   READ CUMHIST-JOURNAL-FILE
                   AT END
                      SET END-OF-JOURNAL TO TRUE
                   NOT AT END
                      ADD 1 TO WS-JRN-READ-COUNT
                      PERFORM 003-APPLY-JOURNAL-REC THRU 003-EXIT
                   END-READ
           END-PERFORM
           CLOSE CUMULATIVE-HISTORY-FILE
           PERFORM 006-WRITE-RCV-TOTALS THRU 006-EXIT
           EVALUATE TRUE
              WHEN WS-LOAD-REJECT-COUNT > ZERO
                 MOVE 12 TO RETURN-CODE
              WHEN WS-MISMATCH-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 092-WRITE-RUN-LOG THRU 092-EXIT
           PERFORM 091-RELEASE-LOCK THRU 091-EXIT
           .

       002-EXIT.
           EXIT.

      *    A BACKUP IMAGE THE CLUSTER REFUSES (OUT OF KEY ORDER OR A
      *    DUPLICATE) MEANS THE BACKUP IS NOT A CLEAN UNLOAD -- THE
      *    RUN CARRIES ON SO THE REPORT SHOWS THE WHOLE DAMAGE, BUT
      *    ENDS RC 12.
       002A-LOAD-BACKUP-REC.
           MOVE BACKUP-REC TO HISTORY-RECORD
           WRITE HISTORY-RECORD
               INVALID KEY
                  ADD 1 TO WS-LOAD-REJECT-COUNT
                  MOVE SPACES TO RCVRPT-LINE
                  STRING "BACKUP RECORD " WS-BKP-READ-COUNT
                         "  STUDENT " HIST-STUDENT-ID
                         "  NOT LOADED, STATUS " WS-HIST-STATUS
                         INTO RCVRPT-LINE
                  END-STRING
                  WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
                  END-WRITE
               NOT INVALID KEY
                  ADD 1 TO WS-LOAD-COUNT
           END-WRITE
           .

       002A-EXIT.
           EXIT.

      *    A RECORD STAMPED BEFORE THE BACKUP IS ALREADY IN IT; ONE
      *    PAST THE TARGET IS WHAT THE RECOVERY IS THERE TO UNDO.
      *    EVERYTHING IS READ TO THE END RATHER THAN STOPPING AT THE
      *    FIRST LATE STAMP, SO A JOURNAL APPENDED OUT OF STRICT TIME
      *    ORDER STILL RECOVERS EVERY RECORD IN THE WINDOW.
       003-APPLY-JOURNAL-REC.
           COMPUTE WS-REC-STAMP = JRN-DATE * 100000000 + JRN-TIME
           IF WS-REC-STAMP < WS-FROM-STAMP THEN
              ADD 1 TO WS-JRN-EARLY-COUNT
              GO TO 003-EXIT
           END-IF
           IF WS-REC-STAMP > WS-TO-STAMP THEN
              ADD 1 TO WS-JRN-LATE-COUNT
              GO TO 003-EXIT
           END-IF
           MOVE WS-REC-STAMP TO WS-LAST-STAMP
           ADD 1 TO WS-APPLY-COUNT
           MOVE JRN-STUDENT-ID TO HIST-STUDENT-ID
           EVALUATE TRUE
              WHEN JRN-ADD
                 PERFORM 003A-APPLY-ADD THRU 003A-EXIT
              WHEN JRN-CHANGE
                 PERFORM 003B-APPLY-CHANGE THRU 003B-EXIT
              WHEN JRN-DELETE
                 PERFORM 003C-APPLY-DELETE THRU 003C-EXIT
              WHEN OTHER
                 SUBTRACT 1 FROM WS-APPLY-COUNT
                 MOVE "UNKNOWN ACTION - RECORD SKIPPED"
                      TO WS-MISMATCH-TEXT
                 PERFORM 003D-WRITE-MISMATCH THRU 003D-EXIT
           END-EVALUATE
           .

       003-EXIT.
           EXIT.

       003A-APPLY-ADD.
           ADD 1 TO WS-APPLY-ADD-COUNT
           READ CUMULATIVE-HISTORY-FILE
               INVALID KEY
                  MOVE JRN-AFTER-IMAGE TO HISTORY-RECORD
                  WRITE HISTORY-RECORD
               NOT INVALID KEY
                  MOVE "ADD BUT ALREADY ON FILE - REPLACED"
                       TO WS-MISMATCH-TEXT
                  PERFORM 003D-WRITE-MISMATCH THRU 003D-EXIT
                  MOVE JRN-AFTER-IMAGE TO HISTORY-RECORD
                  REWRITE HISTORY-RECORD
           END-READ
           .

       003A-EXIT.
           EXIT.

       003B-APPLY-CHANGE.
           ADD 1 TO WS-APPLY-CHG-COUNT
           READ CUMULATIVE-HISTORY-FILE
               INVALID KEY
                  MOVE "CHANGE BUT NOT ON FILE - ADDED"
                       TO WS-MISMATCH-TEXT
                  PERFORM 003D-WRITE-MISMATCH THRU 003D-EXIT
                  MOVE JRN-AFTER-IMAGE TO HISTORY-RECORD
                  WRITE HISTORY-RECORD
               NOT INVALID KEY
                  IF HISTORY-RECORD NOT = JRN-BEFORE-IMAGE THEN
                     MOVE "BEFORE IMAGE DIFFERS FROM CLUSTER"
                          TO WS-MISMATCH-TEXT
                     PERFORM 003D-WRITE-MISMATCH THRU 003D-EXIT
                  END-IF
                  MOVE JRN-AFTER-IMAGE TO HISTORY-RECORD
                  REWRITE HISTORY-RECORD
           END-READ
           .

       003B-EXIT.
           EXIT.

       003C-APPLY-DELETE.
           ADD 1 TO WS-APPLY-DEL-COUNT
           READ CUMULATIVE-HISTORY-FILE
               INVALID KEY
                  MOVE "DELETE BUT NOT ON FILE"
                       TO WS-MISMATCH-TEXT
                  PERFORM 003D-WRITE-MISMATCH THRU 003D-EXIT
               NOT INVALID KEY
                  IF HISTORY-RECORD NOT = JRN-BEFORE-IMAGE THEN
                     MOVE "BEFORE IMAGE DIFFERS FROM CLUSTER"
                          TO WS-MISMATCH-TEXT
                     PERFORM 003D-WRITE-MISMATCH THRU 003D-EXIT
                  END-IF
                  DELETE CUMULATIVE-HISTORY-FILE RECORD
           END-READ
           .

       003C-EXIT.
           EXIT.

       003D-WRITE-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT
           PERFORM 007-FORMAT-STAMP THRU 007-EXIT
           MOVE SPACES TO RCVRPT-LINE
           STRING "MISMATCH  " WS-RPT-STAMP-DISP
                  "  " JRN-PROGRAM-ID
                  "  STUDENT " JRN-STUDENT-ID
                  "  " WS-MISMATCH-TEXT
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           .

       003D-EXIT.
           EXIT.

       004-LIST-STUDENT.
           PERFORM UNTIL END-OF-JOURNAL
                   READ CUMHIST-JOURNAL-FILE
                   AT END
                      SET END-OF-JOURNAL TO TRUE
                   NOT AT END
                      ADD 1 TO WS-JRN-READ-COUNT
                      COMPUTE WS-REC-STAMP =
                           JRN-DATE * 100000000 + JRN-TIME
                      IF JRN-STUDENT-ID = WS-LST-STUDENT-ID
                         AND WS-REC-STAMP NOT < WS-FROM-STAMP
                         AND WS-REC-STAMP NOT > WS-TO-STAMP THEN
                         PERFORM 005-LIST-CHANGE THRU 005-EXIT
                      END-IF
                   END-READ
           END-PERFORM
           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-JRN-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "JOURNAL RECORDS READ .. " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-LIST-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "CHANGES LISTED ........ " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           .

       004-EXIT.
           EXIT.

      *    ONE BLOCK PER CHANGE: WHO AND WHEN, THE CUMULATIVE LINE
      *    BEFORE -> AFTER, THEN EVERY SLOT AND ROW THAT DIFFERS. AN
      *    ADD HAS NO BEFORE AND A DELETE NO AFTER, SO THOSE SHOW
      *    THE ONE SIDE THERE IS.
       005-LIST-CHANGE.
           ADD 1 TO WS-LIST-COUNT
           MOVE JRN-BEFORE-IMAGE TO IMG-ENTRY(1)
           MOVE JRN-AFTER-IMAGE TO IMG-ENTRY(2)
           EVALUATE TRUE
              WHEN JRN-ADD
                 MOVE "ADD" TO WS-ACTION-TEXT
              WHEN JRN-CHANGE
                 MOVE "CHANGE" TO WS-ACTION-TEXT
              WHEN JRN-DELETE
                 MOVE "DELETE" TO WS-ACTION-TEXT
              WHEN OTHER
                 MOVE JRN-ACTION TO WS-ACTION-TEXT
           END-EVALUATE
           PERFORM 007-FORMAT-STAMP THRU 007-EXIT
           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO RCVRPT-LINE
           STRING WS-RPT-STAMP-DISP "  " JRN-PROGRAM-ID
                  "  " WS-ACTION-TEXT
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           EVALUATE TRUE
              WHEN JRN-ADD
                 MOVE 2 TO WS-IMG-IDX
                 PERFORM 005A-ONE-SIDE-LINE THRU 005A-EXIT
              WHEN JRN-DELETE
                 MOVE 1 TO WS-IMG-IDX
                 PERFORM 005A-ONE-SIDE-LINE THRU 005A-EXIT
              WHEN JRN-CHANGE
                 PERFORM 005B-CUM-CHANGE-LINE THRU 005B-EXIT
                 PERFORM 005C-SLOT-CHANGE THRU 005C-EXIT
                      VARYING WS-HIST-TERM-IDX FROM 1 BY 1
                      UNTIL WS-HIST-TERM-IDX > WS-HIST-TERM-MAX
                 PERFORM 005D-ROW-CHANGE THRU 005D-EXIT
                      VARYING WS-CRS-I FROM 1 BY 1
                      UNTIL WS-CRS-I > WS-HIST-CRS-MAX
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       005-EXIT.
           EXIT.

       005A-ONE-SIDE-LINE.
           MOVE ZERO TO WS-CUM-GPA
           IF IMG-CUM-DEGREE(WS-IMG-IDX) > ZERO THEN
              COMPUTE WS-CUM-GPA = IMG-CUM-GRADE(WS-IMG-IDX)
                   / IMG-CUM-DEGREE(WS-IMG-IDX)
           END-IF
           MOVE IMG-CUM-DEGREE(WS-IMG-IDX) TO WS-RPT-DEG-ED
           MOVE IMG-CUM-GRADE(WS-IMG-IDX) TO WS-RPT-PTS-ED
           MOVE WS-CUM-GPA TO WS-RPT-GPA-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "    CUM HOURS " WS-RPT-DEG-ED
                  "  QUALITY PTS " WS-RPT-PTS-ED
                  "  GPA " WS-RPT-GPA-ED
                  "  TERMS " IMG-TERM-COUNT(WS-IMG-IDX)
                  "  ROWS " IMG-COURSE-COUNT(WS-IMG-IDX)
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           .

       005A-EXIT.
           EXIT.

       005B-CUM-CHANGE-LINE.
           MOVE ZERO TO WS-CUM-GPA
           IF IMG-CUM-DEGREE(1) > ZERO THEN
              COMPUTE WS-CUM-GPA = IMG-CUM-GRADE(1) / IMG-CUM-DEGREE(1)
           END-IF
           MOVE WS-CUM-GPA TO WS-RPT-GPA-ED
           MOVE ZERO TO WS-CUM-GPA
           IF IMG-CUM-DEGREE(2) > ZERO THEN
              COMPUTE WS-CUM-GPA = IMG-CUM-GRADE(2) / IMG-CUM-DEGREE(2)
           END-IF
           MOVE WS-CUM-GPA TO WS-RPT-GPA2-ED
           MOVE IMG-CUM-DEGREE(1) TO WS-RPT-DEG-ED
           MOVE IMG-CUM-DEGREE(2) TO WS-RPT-DEG2-ED
           MOVE IMG-CUM-GRADE(1) TO WS-RPT-PTS-ED
           MOVE IMG-CUM-GRADE(2) TO WS-RPT-PTS2-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "    CUM HOURS " WS-RPT-DEG-ED " -> " WS-RPT-DEG2-ED
                  "  QUALITY PTS " WS-RPT-PTS-ED " -> " WS-RPT-PTS2-ED
                  "  GPA " WS-RPT-GPA-ED " -> " WS-RPT-GPA2-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           IF IMG-TERM-COUNT(1) NOT = IMG-TERM-COUNT(2)
              OR IMG-COURSE-COUNT(1) NOT = IMG-COURSE-COUNT(2) THEN
              MOVE SPACES TO RCVRPT-LINE
              STRING "    TERMS " IMG-TERM-COUNT(1)
                     " -> " IMG-TERM-COUNT(2)
                     "  ROWS " IMG-COURSE-COUNT(1)
                     " -> " IMG-COURSE-COUNT(2)
                     INTO RCVRPT-LINE
              END-STRING
              WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           END-IF
           .

       005B-EXIT.
           EXIT.

       005C-SLOT-CHANGE.
           IF IMG-TERM-ENTRY(1, WS-HIST-TERM-IDX) =
              IMG-TERM-ENTRY(2, WS-HIST-TERM-IDX) THEN
              GO TO 005C-EXIT
           END-IF
           MOVE IMG-TERM-GRADE(1, WS-HIST-TERM-IDX) TO WS-RPT-PTS-ED
           MOVE IMG-TERM-GRADE(2, WS-HIST-TERM-IDX) TO WS-RPT-PTS2-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "    SLOT TERM " IMG-TERM-ID(1, WS-HIST-TERM-IDX)
                  " -> " IMG-TERM-ID(2, WS-HIST-TERM-IDX)
                  "  HRS " IMG-TERM-DEGREE(1, WS-HIST-TERM-IDX)
                  " -> " IMG-TERM-DEGREE(2, WS-HIST-TERM-IDX)
                  "  PTS " WS-RPT-PTS-ED " -> " WS-RPT-PTS2-ED
                  "  STANDING "
                  IMG-TERM-STANDING(1, WS-HIST-TERM-IDX)
                  " -> " IMG-TERM-STANDING(2, WS-HIST-TERM-IDX)
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO RCVRPT-LINE
           STRING "              ATT/EARN "
                  IMG-TERM-ATT-HOURS(1, WS-HIST-TERM-IDX) "/"
                  IMG-TERM-EARN-HOURS(1, WS-HIST-TERM-IDX)
                  " -> " IMG-TERM-ATT-HOURS(2, WS-HIST-TERM-IDX) "/"
                  IMG-TERM-EARN-HOURS(2, WS-HIST-TERM-IDX)
                  "  PROB CT " IMG-TERM-PROB-CT(1, WS-HIST-TERM-IDX)
                  " -> " IMG-TERM-PROB-CT(2, WS-HIST-TERM-IDX)
                  "  SAP " IMG-TERM-SAP-STATUS(1, WS-HIST-TERM-IDX)
                  " -> " IMG-TERM-SAP-STATUS(2, WS-HIST-TERM-IDX)
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           .

       005C-EXIT.
           EXIT.

       005D-ROW-CHANGE.
           IF IMG-COURSE-ENTRY(1, WS-CRS-I) =
              IMG-COURSE-ENTRY(2, WS-CRS-I) THEN
              GO TO 005D-EXIT
           END-IF
           MOVE IMG-CRS-POINTS(1, WS-CRS-I) TO WS-RPT-CPTS-ED
           MOVE IMG-CRS-POINTS(2, WS-CRS-I) TO WS-RPT-CPTS2-ED
           MOVE WS-CRS-I TO WS-RPT-ROW-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "    ROW " WS-RPT-ROW-ED
                  "  COURSE " IMG-CRS-ID(1, WS-CRS-I)
                  " TERM " IMG-CRS-TERM(1, WS-CRS-I)
                  " HRS " IMG-CRS-DEGREE(1, WS-CRS-I)
                  " PTS " WS-RPT-CPTS-ED
                  " " IMG-CRS-STATUS(1, WS-CRS-I)
                  " -> " IMG-CRS-ID(2, WS-CRS-I)
                  " TERM " IMG-CRS-TERM(2, WS-CRS-I)
                  " HRS " IMG-CRS-DEGREE(2, WS-CRS-I)
                  " PTS " WS-RPT-CPTS2-ED
                  " " IMG-CRS-STATUS(2, WS-CRS-I)
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           .

       005D-EXIT.
           EXIT.

       006-WRITE-RCV-TOTALS.
           MOVE SPACES TO RCVRPT-LINE
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-BKP-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "BACKUP RECORDS READ ....... " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-LOAD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "BACKUP RECORDS LOADED ..... " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-LOAD-REJECT-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "BACKUP RECORDS REFUSED .... " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-JRN-READ-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "JOURNAL RECORDS READ ...... " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-JRN-EARLY-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "  BEFORE BACKUP, SKIPPED .. " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-APPLY-ADD-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "  ADDS APPLIED ............ " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-APPLY-CHG-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "  CHANGES APPLIED ......... " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-APPLY-DEL-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "  DELETES APPLIED ......... " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-JRN-LATE-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "  AFTER TARGET, NOT APPLIED " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT-ED
           MOVE SPACES TO RCVRPT-LINE
           STRING "MISMATCHES ................ " WS-RPT-COUNT-ED
                  INTO RCVRPT-LINE
           END-STRING
           WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           IF WS-LAST-STAMP > ZERO THEN
              MOVE WS-LAST-STAMP(1:8) TO JRN-DATE
              MOVE WS-LAST-STAMP(9:8) TO JRN-TIME
              PERFORM 007-FORMAT-STAMP THRU 007-EXIT
              MOVE SPACES TO RCVRPT-LINE
              STRING "LAST CHANGE APPLIED ....... " WS-RPT-STAMP-DISP
                     INTO RCVRPT-LINE
              END-STRING
              WRITE RCVRPT-LINE AFTER ADVANCING 1 LINE
           END-IF
           .

       006-EXIT.
           EXIT.

      *    JRN-DATE/JRN-TIME AS YYYY-MM-DD HH:MM:SS.CC.
       007-FORMAT-STAMP.
           MOVE SPACES TO WS-RPT-STAMP-DISP
           STRING JRN-DATE(1:4) "-" JRN-DATE(5:2) "-" JRN-DATE(7:2)
                  " " JRN-TIME(1:2) ":" JRN-TIME(3:2) ":"
                  JRN-TIME(5:2) "." JRN-TIME(7:2)
                  INTO WS-RPT-STAMP-DISP
           END-STRING
           .

       007-EXIT.
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
              DISPLAY "MYGRRCV TAKING OVER STALE CUMHIST LOCK"
                   " LEFT BY " LOCK-PROGRAM-ID
                   " AT " LOCK-DATE " " LOCK-TIME
           ELSE
              SET LOCK-BLOCKED TO TRUE
              DISPLAY "MYGRRCV CANNOT START - CUMHIST IN USE BY "
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

      *    ONE RUN-HISTORY LINE PER RECOVERY (SEE RUNLOG.CPY): NO
      *    SINGLE TERM APPLIES, RECORDS IS THE BACKUP IMAGES LOADED
      *    AND STUDENTS THE JOURNAL CHANGES REAPPLIED.
       092-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-LOG-STATUS = "00" THEN
              MOVE WS-MY-PROGRAM-ID TO RUN-PROGRAM-ID
              MOVE WS-RUN-DATE TO RUN-LOG-DATE
              MOVE WS-RUN-TIME TO RUN-LOG-TIME
              MOVE ZERO TO RUN-LOG-TERM
              MOVE WS-LOAD-COUNT TO RUN-LOG-RECORDS
              MOVE WS-APPLY-COUNT TO RUN-LOG-STUDENTS
              MOVE RETURN-CODE TO RUN-LOG-RC
              WRITE RUNLOG-RECORD
              CLOSE RUN-LOG-FILE
           ELSE
              DISPLAY "MYGRRCV CANNOT APPEND RUNLOG, STATUS "
                   WS-LOG-STATUS
           END-IF
           .

       092-EXIT.
           EXIT.
