      *================================================================
      *  CUMLOCK.CPY
      *  IN-USE LOCK RECORD FOR THE CUMHIST CLUSTER (LOKFILE). EVERY
      *  UPDATER WRITES THIS FILE BEFORE OPENING CUMHIST
      *  I-O AND EMPTIES IT AGAIN AT END OF RUN (OPEN OUTPUT/CLOSE,
      *  SAME TRICK AS 013-CLEAR-CHECKPOINT IN MYGRADE). A SECOND
      *  UPDATER FINDING A RECORD HERE FAILS FAST (RC 12) NAMING THE
      *  OVER. STALENESS IS JUDGED ON A DELIBERATELY CONSERVATIVE
      *  CLOCK (SEE 090B-STAMP-TO-MINS IN ANY UPDATER) THAT CAN CALL
      *  A STALE LOCK LIVE FOR A WHILE AROUND A MONTH END BUT NEVER
      *  A LIVE LOCK STALE. READ-ONLY PROGRAMS (MYGRINQ, THE REPORTS,
      *  MYGRAUD IN REPORT MODE) NEITHER TAKE NOR HONOR IT.
      *  THE FILE HOLDS ONE RECORD PER HOLDER. AN UPDATER TAKES THE
      *  WHOLE CLUSTER -- LOCK-PARTITION ZERO, LOCK-LOW-ID/LOCK-HIGH-ID
      *  000000/999999 -- AND IS TURNED AWAY BY ANY LIVE RECORD. THE
      *  ONE EXCEPTION IS A PARTITIONED MYGRADE RUN (SEE MYGRCON):
      *  EACH PARTITION TAKES ONLY ITS OWN STUDENT-ID RANGE, ADDS ITS
      *  RECORD ALONGSIDE ANY OTHER LIVE PARTITION WHOSE RANGE DOES NOT
      *  OVERLAP ITS OWN, AND AT END OF RUN REMOVES ONLY ITS OWN
      *  RECORD. A RECORD WRITTEN BEFORE THE PARTITION FIELDS EXISTED
      *  (BLANK THERE) COUNTS AS A WHOLE-CLUSTER LOCK. TO CLEAR AN
      *  ABENDED PARTITION BY HAND, DELETE JUST ITS LINE -- THE OTHER
      *  PARTITIONS MAY STILL BE RUNNING.
      *================================================================
       01 CUMHIST-LOCK-RECORD.
          05 LOCK-PROGRAM-ID       PIC X(8).
          05 LOCK-DATE             PIC 9(8).
          05 LOCK-TIME             PIC 9(6).
          05 LOCK-PARTITION        PIC 9(2).
          05 LOCK-LOW-ID           PIC 9(6).
          05 LOCK-HIGH-ID          PIC 9(6).
