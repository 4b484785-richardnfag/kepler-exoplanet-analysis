      *  BACK BY SCORECRD. EXT-RECORD-TYPE AND EXM-RECORD-TYPE OCCUPY  *
      *  THE SAME POSITIONS, SO A READER CAN INSPECT THE TYPE BEFORE   *
      *  PICKING A LAYOUT.                                             *
      *  BASELINE RECORDS USE THE EXTRACT-RECORD LAYOUT, ONE PER       *
      *  REFERENCE BASELINE (MAJORITY-CLASS, PRIOR-RANDOM, CHAMPION),  *
      *  WITH THE BASELINE NAME IN THE CATEGORY COLUMN. ONE LIFT       *
      *  RECORD FOLLOWS, GIVING THE BEST BASELINE, THE SUBMISSION'S    *
      *  SIGNED LIFT OVER IT IN ACCURACY POINTS, AND THE DEGENERATE-   *
      *  DISTRIBUTION REASON CODE (SPACES WHEN THE SUBMISSION'S        *
      *  PREDICTED CLASSES LOOK HEALTHY).                              *
      *  THE SUMMARY, CATEGORY, BASELINE AND LIFT RECORDS END WITH THE *
      *  TRUTH GENERATION OF THE ANSWERS MASTER THE RUN SCORED AGAINST *
      *  (SEE GENREC.CPY). THE MATRIX RECORD HAS NO ROOM FOR IT AND    *
      *  TAKES THE GENERATION OF THE SUMMARY RECORD IT FOLLOWS.        *
      *  DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN    *
      *  FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE    *
      *  CLAUSE AT RUN TIME -- Q000-WRITE-EXTRACT MOVES THE COMMA      *
           05  EXT-CORRECT-ROWS       PIC 9(6).
           05  EXT-DELIM-6            PIC X(01).
           05  EXT-ACCURACY-PCT       PIC ZZ9.99.
           05  EXT-DELIM-7            PIC X(01).
           05  EXT-TRUTH-GEN          PIC 9(3).
           05  EXT-FILLER             PIC X(01).
       01  EXTRACT-MATRIX-RECORD.
           05  EXM-RUN-DATE           PIC 9(8).
           05  EXM-DELIM-1            PIC X(01).
           05  EXM-DELIM-5            PIC X(01).
           05  EXM-CELL-COUNT         PIC 9(6).
           05  EXM-FILLER             PIC X(03).
       01  EXTRACT-LIFT-RECORD.
           05  EXL-RUN-DATE           PIC 9(8).
           05  EXL-DELIM-1            PIC X(01).
           05  EXL-RUN-LABEL          PIC X(20).
           05  EXL-DELIM-2            PIC X(01).
           05  EXL-RECORD-TYPE        PIC X(08).
           05  EXL-DELIM-3            PIC X(01).
           05  EXL-BEST-BASELINE      PIC X(15).
           05  EXL-DELIM-4            PIC X(01).
           05  EXL-BASELINE-PCT       PIC ZZ9.99.
           05  EXL-DELIM-5            PIC X(01).
           05  EXL-LIFT-PCT           PIC -ZZ9.99.
           05  EXL-DELIM-6            PIC X(01).
           05  EXL-DEGEN-CODE         PIC X(02).
           05  EXL-DELIM-7            PIC X(01).
           05  EXL-TRUTH-GEN          PIC 9(3).
           05  EXL-FILLER             PIC X(04).
