      *================================================================
      *  TERMCAL.CPY
      *  ACADEMIC TERM CALENDAR RECORD (TRMCAL), A VSAM KSDS KEYED ON
      *  CAL-TERM-ID. ONE RECORD PER TERM THE REGISTRAR HAS SCHEDULED.
      *  TERMS ARE ADDED AND THEIR DATES AND ORDER CHANGED ONLY
      *  THROUGH MYGRCAL; THE STATUS MOVES WITH THE TERM'S LIFE:
      *    O  OPEN   -- SCHEDULED, NOTHING POSTED YET. MYGRCAL ADDS
      *                 EVERY TERM OPEN, AND MYGRBKO PUTS A BACKED-OUT
      *                 TERM BACK TO OPEN.
      *    P  POSTED -- MYGRADE HAS POSTED GRADES FOR THE TERM TO
      *                 CUMHIST. RERUNS AND MYGRAMD AMENDMENTS ARE
      *                 STILL ALLOWED.
      *    C  CLOSED -- SIGNED OFF THROUGH MYGRCLS. MYGRADE REFUSES
      *                 THE TERM WITHOUT AN OVERRIDE CARD, MYGRBKO
      *                 REFUSES IT OUTRIGHT; MYGRAMD STILL AMENDS IT
      *                 (A GRADE CHANGE AFTER CLOSE IS WHAT AMENDMENTS
      *                 ARE FOR).
      *  CAL-TERM-SEQ IS THE TERM'S PLACE IN THE ACADEMIC SEQUENCE,
      *  UNIQUE ACROSS THE CALENDAR AND ASCENDING WITH TIME. TERM
      *  DISTANCES (THE MYGRLAP LAPSE WINDOW) ARE SEQUENCE
      *  DIFFERENCES, SO A YEAR WITH AN EXTRA OR MISSING TERM NEEDS
      *  ONLY A CALENDAR CHANGE, NOT A PROGRAM CHANGE.
      *  CAL-POSTED-DATE IS THE RUN DATE OF THE LATEST MYGRADE POST;
      *  CAL-CLOSED-DATE/CAL-CLOSED-BY RECORD THE SIGN-OFF;
      *  CAL-CHANGE-DATE IS THE RUN DATE OF THE LAST CHANGE OF ANY
      *  KIND TO THE RECORD.
      *================================================================
       01 TERM-CALENDAR-RECORD.
          05 CAL-TERM-ID           PIC 9(5).
          05 CAL-TERM-SEQ          PIC 9(4).
          05 CAL-START-DATE        PIC 9(8).
          05 CAL-END-DATE          PIC 9(8).
          05 CAL-STATUS            PIC X(1).
             88 CAL-OPEN                      VALUE "O".
             88 CAL-POSTED                    VALUE "P".
             88 CAL-CLOSED                    VALUE "C".
          05 CAL-POSTED-DATE       PIC 9(8).
          05 CAL-CLOSED-DATE       PIC 9(8).
          05 CAL-CLOSED-BY         PIC X(8).
          05 CAL-CHANGE-DATE       PIC 9(8).
