      *  DEPT-SUM TABLE DOES -- KEEP ITS OCCURS COUNT AT LEAST AS
      *  LARGE AS GRADE-LETTER-COUNT, AND ITS CKPT-GD-DEPT-COUNT
      *  OCCURS AT LEAST AS LARGE AS DEPT-TABLE-COUNT.
      *  CKPT-PARTITION/CKPT-LOW-ID/CKPT-HIGH-ID NAME THE STUDENT-ID
      *  RANGE THE CHECKPOINTED RUN WAS POSTING (ZERO/000000/999999
      *  FOR AN UNPARTITIONED RUN). A RESTART AGAINST ANOTHER RANGE'S
      *  CHECKPOINT IS REFUSED (SEE 009-CHECK-RESTART).
      *================================================================
       01 CHECKPOINT-RECORD.
          05 CKPT-STUDENT-ID       PIC 9(6).
          05 CKPT-STUDENT-COUNT    PIC 9(8).
          05 CKPT-CORR-APPLIED-COUNT PIC 9(8).
          05 CKPT-CORR-REJECT-COUNT  PIC 9(8).
          05 CKPT-PARTITION        PIC 9(2).
          05 CKPT-LOW-ID           PIC 9(6).
          05 CKPT-HIGH-ID          PIC 9(6).
