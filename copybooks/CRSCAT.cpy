      *================================================================
      *  CRSCAT.CPY
      *  COURSE CATALOG MASTER RECORD (CRSCAT), A VSAM KSDS KEYED ON
      *  CAT-COURSE-ID. ONE RECORD PER COURSE THE REGISTRAR OFFERS,
      *  MAINTAINED ONLY THROUGH MYGRCAT (ADD/CHANGE/RETIRE CARDS)
      *  AND READ BY MYGRADE TO VALIDATE EVERY GRADEIN DETAIL RECORD
      *  BEFORE IT POSTS.
      *  CAT-CREDIT-HOURS IS THE FIXED CREDIT VALUE OF THE COURSE;
      *  ZERO MARKS A VARIABLE-CREDIT COURSE (INDEPENDENT STUDY,
      *  THESIS) WHOSE HOURS ARE SET PER SECTION AND ARE NOT CHECKED.
      *  CAT-EFF-TERM (YYYYT) IS THE FIRST TERM THE COURSE MAY BE
      *  GRADED IN, ACTIVE OR RETIRED. CAT-RETIRE-TERM IS THE TERM A
      *  RETIRED COURSE STOPS BEING GRADABLE (ZERO WHILE ACTIVE) -- A
      *  RETIRED COURSE STILL POSTS FOR TERMS FROM ITS EFFECTIVE TERM
      *  UP TO ITS RETIREMENT, SO A RERUN OF AN OLD TERM IS NOT
      *  BOUNCED BY A LATER RETIREMENT.
      *  CAT-CHANGE-DATE IS THE RUN DATE OF THE LAST MYGRCAT CARD
      *  APPLIED TO THE RECORD.
      *  CAT-RETIRE-TERM CAME LATER (80-BYTE RECORD, UP FROM 75).
      *  BEFORE IT, RETIRING A COURSE OVERWROTE CAT-EFF-TERM WITH THE
      *  RETIREMENT TERM. THE CONVERSION IS THE USUAL IDCAMS DEFINE
      *  OF A NEW CLUSTER AND REPRO THROUGH A PAD STEP: AN ACTIVE
      *  COURSE KEEPS EVERY FIELD AND GETS A ZERO RETIRE TERM; A
      *  RETIRED COURSE MOVES ITS CAT-EFF-TERM TO CAT-RETIRE-TERM AND
      *  GETS A ZERO CAT-EFF-TERM -- ITS REAL FIRST TERM IS GONE, AND
      *  ZERO KEEPS EVERY EARLIER TERM GRADABLE AS IT WAS BEFORE.
      *  SET THE TRUE FIRST TERM AFTERWARDS WITH A MYGRCAT C CARD.
      *================================================================
       01 COURSE-CATALOG-RECORD.
          05 CAT-COURSE-ID         PIC 9(6).
          05 CAT-TITLE             PIC X(50).
          05 CAT-CREDIT-HOURS      PIC 9(1).
          05 CAT-DEPT-CODE         PIC X(4).
          05 CAT-EFF-TERM          PIC 9(5).
          05 CAT-STATUS            PIC X(1).
             88 CAT-ACTIVE                    VALUE "A".
             88 CAT-RETIRED                   VALUE "R".
          05 CAT-RETIRE-TERM       PIC 9(5).
          05 CAT-CHANGE-DATE       PIC 9(8).
