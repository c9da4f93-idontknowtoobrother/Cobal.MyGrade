      *  RUNLOG.CPY
      *  RUN-HISTORY RECORD FOR THE RUNLOG FILE. EVERY PROGRAM THAT
      *  OPENS THE CUMHIST CLUSTER FOR UPDATE (MYGRADE, MYGRBKO,
      *  MYGRAMD, MYGRLAP, MYGRSAP, MYGRARC, MYGRRLD, MYGRRCV, AND
      *  MYGRAUD IN REPAIR MODE) APPENDS ONE RECORD AT END OF RUN, AS
      *  DOES MYGRCLS, WHICH ONLY READS CUMHIST BUT HOLDS THE LOCK SO
      *  NO POSTING CAN RUN WHILE A TERM IS SIGNED OFF: WHO RAN,
      *  WHEN, FOR WHICH TERM (ZERO WHERE NO SINGLE TERM APPLIES),
      *  WHAT IT TOUCHED, AND THE FINAL RETURN CODE. BALRPT PROVES A
      *  SINGLE RUN BALANCED; THIS FILE PROVES THE RUNS THEMSELVES
      *  WERE SEQUENCED. A RUN THAT ABENDS LEAVES NO RECORD HERE -- THE
      *  LOCK IT LEFT BEHIND (SEE CUMLOCK.CPY) IS WHAT BETRAYS IT.
      *================================================================
       01 RUNLOG-RECORD.
