      *================================================================
      *  PARTSTAT.CPY
      *  PARTITION STATISTICS RECORD (PARTSTAT). A PARTITIONED MYGRADE
      *  RUN -- ONE OF SEVERAL RUNNING SIDE BY SIDE, EACH POSTING ONLY
      *  ITS OWN STUDENT-ID RANGE OF THE SORTED EXTRACT -- CANNOT
      *  PRINT THE DISTRIBUTION, THE DEPARTMENT SUMMARY OR THE
      *  BALANCING TOTALS FOR THE WHOLE EXTRACT, SO IT LEAVES ITS
      *  SHARE OF THEM HERE AND MYGRCON ADDS THE PARTITIONS UP. THE
      *  FILE IS EMPTIED WHEN THE PARTITION STARTS AND WRITTEN ONLY AT
      *  ITS END, SO A PARTITION THAT DID NOT FINISH LEAVES NOTHING
      *  FOR MYGRCON TO MISTAKE FOR A FINISHED ONE. PST-REC-TYPE SAYS
      *  WHICH VIEW APPLIES:
      *    S  SUMMARY -- ONE PER PARTITION, ALWAYS FIRST: THE RANGE,
      *       THE RUN'S CONTROL COUNTS AND RETURN CODE, AND THE
      *       EXTRACT'S HEADER AND TRAILER AS THE PARTITION SAW THEM.
      *       PST-RECORD-COUNT/PST-HASH-TOTAL COVER ONLY THE DETAIL
      *       AND TRANSFER RECORDS INSIDE THE RANGE; THE REST OF THE
      *       EXTRACT IS PST-OUTSIDE-COUNT.
      *    G  ONE PER LETTER-GRADE ROW OF GRADE-DIST-TABLE (GRADETAB).
      *    D  ONE PER DEPT-TABLE ENTRY -- RUN-DEPT-STATS IN MYGRADE.
      *    A  ONE PER AGED EXCEPTION ON THE PARTITION'S OWN BALRPT.
      *  EVERY VIEW IS PADDED TO THE SUMMARY'S 211 BYTES.
      *================================================================
       01 PARTITION-STATS-RECORD.
          05 PST-PARTITION         PIC 9(2).
          05 PST-REC-TYPE          PIC X(1).
             88 PST-SUMMARY-REC               VALUE "S".
             88 PST-GRADE-DIST-REC            VALUE "G".
             88 PST-DEPT-STATS-REC            VALUE "D".
             88 PST-AGED-EXCP-REC             VALUE "A".
          05 PST-LOW-ID            PIC 9(6).
          05 PST-HIGH-ID           PIC 9(6).
          05 PST-RUN-DATE          PIC 9(8).
          05 PST-RUN-TERM          PIC 9(5).
          05 PST-EXTRACT-DATE      PIC 9(8).
          05 PST-RC                PIC 9(3).
          05 PST-HDR-SEEN-SW       PIC X(1).
          05 PST-TRL-SEEN-SW       PIC X(1).
          05 PST-SEQ-ERROR-SW      PIC X(1).
          05 PST-RESTART-SW        PIC X(1).
          05 PST-OVERRIDE-BY       PIC X(8).
          05 PST-READ-COUNT        PIC 9(8).
          05 PST-RECORD-COUNT      PIC 9(8).
          05 PST-HASH-TOTAL        PIC 9(12).
          05 PST-OUTSIDE-COUNT     PIC 9(8).
          05 PST-TRL-RECORD-COUNT  PIC 9(8).
          05 PST-TRL-HASH-TOTAL    PIC 9(12).
          05 PST-VALID-COUNT       PIC 9(8).
          05 PST-XFER-COUNT        PIC 9(8).
          05 PST-EXCP-COUNT        PIC 9(8).
          05 PST-EXCL-I-COUNT      PIC 9(8).
          05 PST-EXCL-W-COUNT      PIC 9(8).
          05 PST-EXCL-P-COUNT      PIC 9(8).
          05 PST-EXCL-NP-COUNT     PIC 9(8).
          05 PST-EXCL-OTHER-COUNT  PIC 9(8).
          05 PST-BADTYPE-COUNT     PIC 9(8).
          05 PST-STUDENT-COUNT     PIC 9(8).
          05 PST-COR-LOADED-COUNT  PIC 9(8).
          05 PST-CORR-APPLIED-COUNT PIC 9(8).
          05 PST-CORR-REJECT-COUNT PIC 9(8).
       01 PST-GRADE-DIST-VIEW.
          05 FILLER                PIC X(3).
          05 PST-GD-LETTER         PIC X(2).
          05 PST-GD-OVERALL-COUNT  PIC 9(5).
          05 PST-GD-DEPT-COUNT OCCURS 10 TIMES
                                   PIC 9(5).
          05 FILLER                PIC X(151).
       01 PST-DEPT-STATS-VIEW.
          05 FILLER                PIC X(3).
          05 PST-DEPT-IDX          PIC 9(2).
          05 PST-DEPT-NAME         PIC X(10).
          05 PST-RD-STUDENT-COUNT  PIC 9(5).
          05 PST-RD-TOTAL-COUNT    PIC 9(6).
          05 PST-RD-CREDIT-HOURS   PIC 9(6).
          05 PST-RD-SUM-DEGREE     PIC 9(6).
          05 PST-RD-SUM-GRADE      PIC 9(6)V9(2).
          05 PST-RD-GRADED-COUNT   PIC 9(6).
          05 PST-RD-F-COUNT        PIC 9(5).
          05 PST-RD-W-COUNT        PIC 9(5).
          05 FILLER                PIC X(149).
       01 PST-AGED-EXCP-VIEW.
          05 FILLER                PIC X(3).
          05 PST-AGE-STUDENT-ID    PIC 9(6).
          05 PST-AGE-GRADE-ID      PIC 9(6).
          05 PST-AGE-TERM          PIC 9(5).
          05 PST-AGE-REASON        PIC X(2).
          05 PST-AGE-FIRST-DATE    PIC 9(8).
          05 PST-AGE-RUN-COUNT     PIC 9(3).
          05 FILLER                PIC X(178).
