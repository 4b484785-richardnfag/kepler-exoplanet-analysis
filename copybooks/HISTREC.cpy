      *  ONE RUN-HISTORY RECORD: THE DATE OF THE RUN, THE MODEL/RUN    *
      *  LABEL THAT WAS SCORED, AND ITS FINAL COUNTERS. APPENDED TO BY *
      *  EVALUAT, READ BACK BY TRENDRPT.                               *
      *  HIST-TRUTH-GEN IS THE TRUTH GENERATION OF THE ANSWERS MASTER  *
      *  THE RUN SCORED AGAINST (SEE GENREC.CPY); IT IS SPACES ON      *
      *  RECORDS WRITTEN BEFORE THE CATALOG EXISTED, WHICH THE READERS *
      *  TREAT AS GENERATION ZERO.                                     *
      *  DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN    *
      *  FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE    *
      *  CLAUSE AT RUN TIME -- O000-APPEND-HISTORY MOVES SPACES INTO   *
           05  HIST-COUNTER-EQ        PIC 9(6).
           05  HIST-DELIM-3           PIC X(01).
           05  HIST-COUNTER-ALL       PIC 9(6).
           05  HIST-DELIM-4           PIC X(01).
           05  HIST-TRUTH-GEN         PIC 9(3).
           05  HIST-FILLER            PIC X(33).
