      *================================================================
      *  STUMAST.CPY
      *  STUDENT MASTER RECORD (STUMAST), A VSAM KSDS KEYED ON
      *  STU-STUDENT-ID. ONE RECORD PER STUDENT THE REGISTRAR HAS
      *  ADMITTED -- THE ONLY SOURCE IN THIS SYSTEM FOR A STUDENT'S
      *  NAME, MAILING ADDRESS, PROGRAM AND ADVISOR. MAINTAINED ONLY
      *  THROUGH MYGRSTU (ADD, CHANGE, ADDRESS, PROGRAM, ADVISOR AND
      *  INACTIVATE CARDS); READ BY KEY BY MYGRLTR, MYGRTRN, MYGRHON
      *  AND MYGRENR, AND SWEPT BY MYGRSRC AGAINST CUMHIST AND THE
      *  ARCNDX ARCHIVE INDEX.
      *  STU-ADDR1 IS THE STREET LINE AND STU-ADDR3 THE CITY/STATE/
      *  ZIP LINE -- BOTH REQUIRED; STU-ADDR2 IS OPTIONAL.
      *  STU-PROGRAM IS A PROGRAM CODE FROM THE DEGREQ "P" CARDS.
      *  STU-STATUS: A ACTIVE, I INACTIVE (LEFT THE INSTITUTION). AN
      *  INACTIVE STUDENT KEEPS THE RECORD -- LETTERS, TRANSCRIPTS
      *  AND ENROLLMENT REPORTING STILL NEED THE NAME AND ADDRESS --
      *  AND IS ONLY LEFT OUT OF THE NO-HISTORY CHECK IN MYGRSRC.
      *  STU-STATUS-DATE IS THE RUN DATE OF THE INACTIVATION (ZERO
      *  WHILE ACTIVE); STU-CHANGE-DATE THE RUN DATE OF THE LAST
      *  MYGRSTU CARD APPLIED TO THE RECORD.
      *  CONVERSION FROM THE ORIGINAL LINE-SEQUENTIAL FILE (THE FIRST
      *  150 BYTES OF THIS LAYOUT, NOTHING AFTER STU-ADVISOR) IS A
      *  ONE-TIME JOB BEFORE THE FIRST RUN ON THIS LAYOUT: IDCAMS
      *  DEFINE THE CLUSTER (KEYS(6 0), RECORDSIZE(167 167)), SORT
      *  THE OLD FILE ON THE STUDENT ID, AND REPRO IT IN THROUGH A
      *  PAD STEP THAT KEEPS EVERY ORIGINAL FIELD, SETS STU-STATUS
      *  TO A AND BOTH DATES TO ZERO. A DUPLICATE ID STOPS THE REPRO
      *  -- SETTLE IT BY HAND FIRST, IT IS EXACTLY THE KIND OF ERROR
      *  THE FLAT FILE COULD NOT CATCH.
      *================================================================
       01 STUDENT-MASTER-RECORD.
          05 STU-STUDENT-ID        PIC 9(6).
          05 STU-NAME              PIC X(25).
          05 STU-ADDR1             PIC X(30).
          05 STU-ADDR2             PIC X(30).
          05 STU-ADDR3             PIC X(30).
          05 STU-PROGRAM           PIC X(4).
          05 STU-ADVISOR           PIC X(25).
          05 STU-STATUS            PIC X(1).
             88 STU-ACTIVE                    VALUE "A".
             88 STU-INACTIVE                  VALUE "I".
          05 STU-STATUS-DATE       PIC 9(8).
          05 STU-CHANGE-DATE       PIC 9(8).
