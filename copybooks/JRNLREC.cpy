      *================================================================
      *  JRNLREC.CPY
      *  CHANGE-JOURNAL RECORD FOR THE CUMHIST CLUSTER (CUMJRNL).
      *  EVERY PROGRAM THAT WRITES, REWRITES OR DELETES A CUMHIST
      *  RECORD (MYGRADE, MYGRBKO, MYGRAMD, MYGRLAP, MYGRSAP, MYGRARC,
      *  MYGRRLD, AND MYGRAUD IN REPAIR MODE) APPENDS ONE OF THESE
      *  IMMEDIATELY BEFORE THE CLUSTER I/O: THE WHOLE HISTORY-RECORD
      *  AS IT STOOD (JRN-BEFORE-IMAGE, SPACES FOR AN ADD) AND AS IT
      *  IS ABOUT TO BE STORED (JRN-AFTER-IMAGE, SPACES FOR A
      *  DELETE), WHO DID IT, AND WHEN TO THE HUNDREDTH OF A SECOND.
      *  JOURNAL FIRST, CLUSTER SECOND -- A RUN THAT DIES BETWEEN THE
      *  TWO LEAVES A JOURNAL RECORD WHOSE AFTER IMAGE IS WHAT THE
      *  RUN MEANT TO STORE, WHICH IS WHAT A ROLL-FORWARD WANTS.
      *  MYGRRCV RELOADS A CUMHIST BACKUP AND ROLLS THIS FILE FORWARD
      *  TO A CHOSEN DATE AND TIME, AND LISTS ONE STUDENT'S CHANGES
      *  BETWEEN TWO DATES. THE FILE IS APPENDED RUN OVER RUN LIKE
      *  RUNLOG, NEVER SCRATCHED; MYGRRCV SKIPS EVERYTHING STAMPED
      *  BEFORE THE BACKUP IT STARTS FROM, SO IT NEED ONLY BE
      *  TRIMMED (AFTER A FRESH BACKUP) WHEN IT GROWS UNWIELDY.
      *  THE IMAGE LENGTHS ARE THE HISTORY-RECORD LENGTH IN
      *  HISTREC.CPY (2352) -- A COPYBOOK GROWTH GROWS THEM TOO.
      *================================================================
       01 CUMHIST-JOURNAL-RECORD.
          05 JRN-DATE              PIC 9(8).
          05 JRN-TIME              PIC 9(8).
          05 JRN-PROGRAM-ID        PIC X(8).
          05 JRN-ACTION            PIC X(1).
             88 JRN-ADD                       VALUE "A".
             88 JRN-CHANGE                    VALUE "C".
             88 JRN-DELETE                    VALUE "D".
          05 JRN-STUDENT-ID        PIC 9(6).
          05 JRN-BEFORE-IMAGE      PIC X(2352).
          05 JRN-AFTER-IMAGE       PIC X(2352).
