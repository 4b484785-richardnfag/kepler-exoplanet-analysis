      *****************************************************************
      *  SIGREC.CPY                                                   *
      *  COMMA-DELIMITED PAIRWISE-SIGNIFICANCE RECORD LAYOUTS WRITTEN  *
      *  BY PAIRSIG FOR A SCORING BATCH AND READ BACK BY SCORECRD.     *
      *  ONE ENTRY RECORD PER SUBMISSION, IN LEADERBOARD RANK ORDER,   *
      *  GIVING ITS PUBLIC-SIDE COUNTS AND ACCURACY, THE 95% WILSON    *
      *  SCORE CONFIDENCE INTERVAL ON THAT ACCURACY, THE STATISTICALLY *
      *  TIED TIER IT FALLS IN AND THE TRUTH GENERATION IT WAS SCORED  *
      *  AGAINST; THEN ONE PAIR RECORD PER PAIR OF SUBMISSIONS (HIGHER *
      *  RANK FIRST) GIVING THE MCNEMAR TEST ON THE ROWS BOTH SCORED:  *
      *  ROWS ONLY THE FIRST GOT RIGHT, ROWS ONLY THE SECOND GOT       *
      *  RIGHT, ROWS BOTH SCORED, THE CONTINUITY-CORRECTED CHI-SQUARE, *
      *  THE METHOD THE P-VALUE CAME FROM ('E' EXACT BINOMIAL WHEN     *
      *  FEWER THAN 25 ROWS DISAGREE, 'X' CHI-SQUARE OTHERWISE), THE   *
      *  TWO-SIDED P-VALUE AND THE VERDICT AT THE 5% LEVEL ('>' FIRST  *
      *  SIGNIFICANTLY BETTER, '<' SECOND SIGNIFICANTLY BETTER, '='    *
      *  TIED). SIG-RECORD-TYPE AND SIP-RECORD-TYPE OCCUPY THE SAME    *
      *  POSITIONS, SO A READER CAN INSPECT THE TYPE BEFORE PICKING A  *
      *  LAYOUT.                                                       *
      *  DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN    *
      *  FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE    *
      *  CLAUSE AT RUN TIME -- PAIRSIG MOVES THE COMMA INTO THEM       *
      *  EXPLICITLY.                                                   *
      *****************************************************************
       01  SIG-ENTRY-RECORD.
           05  SIG-RECORD-TYPE        PIC X(08).
           05  SIG-DELIM-1            PIC X(01).
           05  SIG-RANK               PIC 9(03).
           05  SIG-DELIM-2            PIC X(01).
           05  SIG-LABEL              PIC X(20).
           05  SIG-DELIM-3            PIC X(01).
           05  SIG-TIER               PIC 9(03).
           05  SIG-DELIM-4            PIC X(01).
           05  SIG-TOTAL-ROWS         PIC 9(06).
           05  SIG-DELIM-5            PIC X(01).
           05  SIG-CORRECT-ROWS       PIC 9(06).
           05  SIG-DELIM-6            PIC X(01).
           05  SIG-ACCURACY-PCT       PIC ZZ9.99.
           05  SIG-DELIM-7            PIC X(01).
           05  SIG-CI-LOW-PCT         PIC ZZ9.99.
           05  SIG-DELIM-8            PIC X(01).
           05  SIG-CI-HIGH-PCT        PIC ZZ9.99.
           05  SIG-DELIM-9            PIC X(01).
           05  SIG-TRUTH-GEN          PIC 9(03).
           05  SIG-FILLER             PIC X(04).
       01  SIG-PAIR-RECORD.
           05  SIP-RECORD-TYPE        PIC X(08).
           05  SIP-DELIM-1            PIC X(01).
           05  SIP-RANK-A             PIC 9(03).
           05  SIP-DELIM-2            PIC X(01).
           05  SIP-RANK-B             PIC 9(03).
           05  SIP-DELIM-3            PIC X(01).
           05  SIP-A-ONLY             PIC 9(06).
           05  SIP-DELIM-4            PIC X(01).
           05  SIP-B-ONLY             PIC 9(06).
           05  SIP-DELIM-5            PIC X(01).
           05  SIP-BOTH-SCORED        PIC 9(06).
           05  SIP-DELIM-6            PIC X(01).
           05  SIP-CHI-SQUARE         PIC ZZZZ9.999.
           05  SIP-DELIM-7            PIC X(01).
           05  SIP-METHOD             PIC X(01).
           05  SIP-DELIM-8            PIC X(01).
           05  SIP-P-VALUE            PIC 9.9999.
           05  SIP-DELIM-9            PIC X(01).
           05  SIP-VERDICT            PIC X(01).
           05  SIP-FILLER             PIC X(22).
