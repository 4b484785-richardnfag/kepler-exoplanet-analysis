      *****************************************************************
      *  SLDREC.CPY                                                   *
      *  ONE SEALED-RESULTS RECORD: A SUBMISSION'S SCORE ON BOTH SIDES *
      *  OF THE PUBLIC/PRIVATE HOLDOUT SPLIT (SEE SPLREC.CPY), WITH    *
      *  THE RUN DATE, RUN LABEL AND THE SCORING STEP THAT PRODUCED    *
      *  IT. APPENDED TO BY EVALUAT (ONE PER RUN) AND EVALBAT (ONE PER *
      *  REAL SUBMISSION IN THE BATCH). ONLY THE PUBLIC SCORE EVER     *
      *  REACHES THE LEADERBOARD, EXTRACT, HISTORY OR REGISTRY; THE    *
      *  SEALED FILE IS HELD UNDER RESTRICTED ACCESS AND RELEASED ONLY *
      *  FOR THE QUARTERLY FINAL RANKING.                              *
      *  DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN    *
      *  FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE    *
      *  CLAUSE AT RUN TIME -- THE WRITING PARAGRAPHS MOVE SPACES      *
      *  INTO THEM EXPLICITLY.                                         *
      *****************************************************************
       01  SEALED-RECORD.
           05  SLD-RUN-DATE           PIC 9(08).
           05  SLD-DELIM-1            PIC X(01).
           05  SLD-RUN-LABEL          PIC X(20).
           05  SLD-DELIM-2            PIC X(01).
           05  SLD-STEP-NAME          PIC X(08).
           05  SLD-DELIM-3            PIC X(01).
           05  SLD-PUB-TOTAL          PIC 9(06).
           05  SLD-PUB-CORRECT        PIC 9(06).
           05  SLD-PUB-ACCURACY       PIC 9(03)V99.
           05  SLD-DELIM-4            PIC X(01).
           05  SLD-PRIV-TOTAL         PIC 9(06).
           05  SLD-PRIV-CORRECT       PIC 9(06).
           05  SLD-PRIV-ACCURACY      PIC 9(03)V99.
           05  SLD-FILLER             PIC X(06).
