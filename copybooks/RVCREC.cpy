      *****************************************************************
      *  RVCREC.CPY                                                   *
      *  ONE REVIEW-CASE RECORD, KEYED BY KOI ID. RVWLOAD OPENS A      *
      *  CASE FOR EVERY KOI EVALUAT PUTS ON THE REVIEWQ FILE; THE      *
      *  REVIEWERS WORK THE CASES THROUGH RVWUPD (ASSIGN, VERDICT,     *
      *  ESCALATE, CLOSE); RVWCORR TURNS EVERY ADJUDICATED VERDICT     *
      *  THAT DISAGREES WITH THE ANSWERS MASTER INTO AN ANSMNT CHANGE  *
      *  TRANSACTION AND CLOSES THE CASE; RVWAGE REPORTS EVERY CASE    *
      *  NOT YET CLOSED WITH ITS AGE. A CLOSED CASE IS NOT REOPENED BY *
      *  A LATER REVIEWQ ROW -- ITS TRUTH HAS ALREADY BEEN SETTLED.    *
      *  RVC-PREDICTED IS THE MODEL'S CALL ON THE MOST RECENT REVIEWQ  *
      *  ROW; RVC-VERDICT IS THE REVIEWER'S DISPOSITION.               *
      *****************************************************************
       01  REVIEW-CASE-RECORD.
           05  RVC-KOI-ID             PIC X(12).
           05  RVC-STATUS             PIC X(11).
               88  RVC-IS-OPEN        VALUE 'OPEN'.
               88  RVC-IS-ADJUDICATED VALUE 'ADJUDICATED'.
               88  RVC-IS-ESCALATED   VALUE 'ESCALATED'.
               88  RVC-IS-CLOSED      VALUE 'CLOSED'.
           05  RVC-OPEN-DATE          PIC 9(08).
           05  RVC-PREDICTED          PIC X(15).
           05  RVC-REVIEWER           PIC X(08).
           05  RVC-VERDICT            PIC X(15).
           05  RVC-VERDICT-DATE       PIC 9(08).
           05  RVC-FILLER             PIC X(03).
