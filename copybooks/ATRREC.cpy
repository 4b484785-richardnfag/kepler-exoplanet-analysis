      *****************************************************************
      *  ATRREC.CPY                                                   *
      *  THE ANSWERS MASTER'S TRAILER CONTROL RECORD, AND THE WORK     *
      *  AREA THE Y500-Y700 PARAGRAPHS IN ATRCALC.CPY BUILD AND CHECK  *
      *  IT WITH. EVERY PROGRAM THAT WRITES A MASTER GENERATION        *
      *  (ANSMNT, RECONCIL, ANSASOF) ENDS IT WITH ONE TRAILER RECORD;  *
      *  EVERY PROGRAM THAT READS THE MASTER VERIFIES THE TRAILER      *
      *  BEFORE IT USES A ROW, AND STOPS READING AT IT. THE TRAILER IS *
      *  RECOGNIZED BY HIGH-VALUE IN ITS FIRST BYTE -- NO KOI ID CAN   *
      *  START WITH ONE, AND IT SORTS AFTER EVERY KOI ID -- AND        *
      *  CARRIES THE PROGRAM THAT WROTE THE GENERATION, THE DATE, THE  *
      *  DATA RECORD COUNT, A ROLLING HASH OVER EVERY ROW'S KOI ID AND *
      *  DESCRIPTION (THE SAME *31 FOLD INTAKE FINGERPRINTS WITH,      *
      *  REDUCED MOD 99999989), AND ONE COUNT PER DISPOSITION. THE     *
      *  DISPOSITION SLOTS HOLD THE DISTINCT DESCRIPTIONS ON THE FILE  *
      *  IN ASCENDING ORDER (THE TEN LOWEST WHEN THERE ARE MORE), SO   *
      *  THE TRAILER DOES NOT DEPEND ON WHICH DISPOSITION CONTROL FILE *
      *  A JOB RUNS WITH; ANSVRFY PRINTS EACH SLOT WITH ITS NAME.      *
      *  A GENERATION IS LIMITED TO 99999 ROWS BY THE COUNT FIELDS.    *
      *  THE WORK AREA ALSO RECEIVES THE TRUTH GENERATION AND ITS      *
      *  EFFECTIVE DATE WHEN THE CALLER LOOKS THE VERIFIED MASTER UP   *
      *  ON THE TRUTH-GENERATION CATALOG (SEE GENFIND.CPY).            *
      *****************************************************************
       01  ANS-TRAILER-RECORD.
           05  ATR-MARK               PIC X(01).
               88  ATR-IS-TRAILER     VALUE HIGH-VALUE.
           05  ATR-PROGRAM            PIC X(08).
           05  ATR-DATE               PIC 9(08).
           05  ATR-RECORD-COUNT       PIC 9(05).
           05  ATR-HASH               PIC 9(08).
           05  ATR-DISP-COUNT         PIC 9(05) OCCURS 10 TIMES.

      *----------------------------------------------------------------
      *    RUNNING TOTALS FOR THE GENERATION BEING READ OR WRITTEN.
      *    THE CALLER MOVES EACH ROW'S KOI ID AND DESCRIPTION INTO
      *    ATW-ROW BEFORE PERFORMING Y610-ADD-TO-TRAILER-TOTALS, AND
      *    SETS ATW-STAMP-PROGRAM BEFORE Y700-BUILD-TRAILER. THE
      *    ELEVENTH DISPOSITION SLOT IS NEVER FILLED; IT ONLY KEEPS THE
      *    ORDERED-INSERT SCAN INSIDE THE TABLE.
      *----------------------------------------------------------------
       01  ANS-TRAILER-WORK.
           05  ATW-STAMP-PROGRAM      PIC X(08) VALUE SPACES.
           05  ATW-ROW.
               10  ATW-KOI-ID         PIC X(12) VALUE SPACES.
               10  ATW-DESCRIPTION    PIC X(15) VALUE SPACES.
           05  ATW-ROW-CHAR REDEFINES ATW-ROW
                                      PIC X(01) OCCURS 27 TIMES.
           05  ATW-RECORD-COUNT       PIC 9(06) VALUE ZERO.
           05  ATW-HASH               PIC 9(08) VALUE ZERO.
           05  ATW-HASH-SUB           PIC 9(02) VALUE ZERO.
           05  ATW-HASH-ACCUM         PIC 9(11) VALUE ZERO.
           05  ATW-HASH-QUOT          PIC 9(04) VALUE ZERO.
           05  ATW-DISP-USED          PIC 9(02) VALUE ZERO.
           05  ATW-SLOT               PIC 9(02) VALUE ZERO.
           05  ATW-SHIFT-SUB          PIC 9(02) VALUE ZERO.
           05  ATW-DISP-ENTRY OCCURS 11 TIMES.
               10  ATW-DISP-NAME      PIC X(15).
               10  ATW-DISP-COUNT     PIC 9(06).
           05  ATW-EOF                PIC A(1) VALUE SPACE.
               88  ATW-AT-EOF         VALUE 'Y'.
           05  ATW-TRAILER-SW         PIC X(01) VALUE 'N'.
               88  ATW-TRAILER-FOUND  VALUE 'Y'.
           05  ATW-VERIFY-SW          PIC X(01) VALUE 'Y'.
               88  ATW-VERIFIED       VALUE 'Y'.
               88  ATW-FAILED         VALUE 'N'.
           05  ATW-TRUTH-GEN          PIC 9(03) VALUE ZERO.
           05  ATW-TRUTH-EFF-DATE     PIC 9(08) VALUE ZERO.
           05  ATW-CAT-EOF            PIC A(1) VALUE SPACE.
               88  ATW-CAT-AT-EOF     VALUE 'Y'.
