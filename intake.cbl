      *    A RESUBMISSION TRYING FOR A FRESH LEADERBOARD SPOT -- IT
      *    IS FLAGGED ON THE INTAKE REPORT AND RECORDED IN THE NEW
      *    ENTRY'S DUP-OF FIELD FOR EVALBAT TO FLAG TOO.
      *    APPENDS EVERY DETAIL ROW IT PUTS ON THE INTAKE REPORT TO THE
      *    NIGHT'S INTAKE LOG (SEE ILGREC.CPY) AS WELL, TAGGED WITH THE
      *    RUN LABEL, SO THE TEAMSTMT RESULTS STATEMENTS CAN LIST WHAT
      *    WAS DROPPED OR FLAGGED FOR EVERY SUBMISSION IN THE BATCH --
      *    THE INTAKE REPORT ITSELF ONLY EVER HOLDS THE LAST ONE.
      *    ALSO ACCEPTS A COMMA- OR TAB-DELIMITED SUBMISSION WITH A
      *    HEADER ROW WHEN INTAKE_FORMAT IS CSV OR TSV (BLANK OR FIXED
      *    KEEPS THE 80-BYTE LAYOUTS). THE KOI ID, DISPOSITION,
      *    CONFIDENCE AND PER-CLASS PROBABILITY COLUMNS ARE FOUND BY
      *    HEADER NAME THROUGH THE COLUMN-ALIAS CONTROL FILE (SEE
      *    CALREC.CPY), IN ANY ORDER AND AMONG ANY NUMBER OF EXTRA
      *    COLUMNS, AND QUOTED FIELDS MAY HOLD THE DELIMITER OR A
      *    DOUBLED QUOTE. EACH DATA ROW IS REBUILT AS AN 80-BYTE
      *    RESPONSE ROW -- OR, WHEN THE HEADER CARRIES A PROBABILITY
      *    COLUMN FOR EVERY DISPOSITION CLASS, AS A PROBABILISTIC ROW
      *    (SEE PROBREC.CPY) FOR SCORING WITH PROB MODE SET -- AND
      *    FOLLOWS THE SAME SORT, DUPLICATE AND REGISTRY PATH AS A
      *    FIXED FILE. A ROW WITH TOO FEW FIELDS, AN OVERLONG KOI ID OR
      *    DISPOSITION, OR A NUMBER THAT WILL NOT PARSE IS DROPPED ONTO
      *    THE INTAKE REPORT AND LOG BY LINE NUMBER WITH THE REASON. A
      *    HEADER THAT CANNOT BE MAPPED IS REPORTED THE SAME WAY AND
      *    ENDS THE RUN WITH RETURN-CODE 16 AND NOTHING WRITTEN FOR
      *    SCORING OR REGISTERED.
      *    CLEARS THE NEW SCORED DATE ON EVERY REGISTRY ENTRY IT WRITES
      *    OR REREGISTERS (SEE SUBRREC.CPY), SO A RESUBMISSION UNDER AN
      *    EXISTING LABEL IS TIMED FROM ITS NEW RECEIVED DATE.
      *
       ENVIRONMENT DIVISION.
      *
       FILE-CONTROL.

           SELECT SUBMISSN ASSIGN TO SUBMISSN.
           SELECT SUBDELIM ASSIGN TO SUBMISSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COLALIAS ASSIGN TO COLALIAS.
           SELECT OPTIONAL DISPFILE ASSIGN TO DISPFILE.
           SELECT CLEANRSP ASSIGN TO CLEANRSP.
           SELECT INTAKRPT ASSIGN TO INTAKRPT.
           SELECT OPTIONAL INTKLOG ASSIGN TO INTKLOG
               FILE STATUS IS WS-INTKLOG-STATUS.
           SELECT SORTWORK ASSIGN TO SORTWORK.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
       COPY RESPREC REPLACING ==:REC:== BY ==SUB-RECORD==
                              ==:PFX:== BY ==SUB==.

      *----------------------------------------------------------------
      *    SUBDELIM IS THE SAME SUBMISSN DD READ AS DELIMITED TEXT,
      *    ONE VARIABLE-LENGTH LINE PER RECORD, WHEN INTAKE_FORMAT IS
      *    CSV OR TSV.
      *----------------------------------------------------------------
       FD  SUBDELIM RECORD VARYING IN SIZE FROM 0 TO 1024 CHARACTERS
               DEPENDING ON WS-DELIM-LENGTH.
       01  SUBDELIM-LINE              PIC X(1024).

      *----------------------------------------------------------------
      *    COLALIAS MAPS DELIMITED HEADER NAMES ONTO THE SCORED FIELDS
      *    (SEE CALREC.CPY); DISPFILE SUPPLIES THE DISPOSITION CLASSES
      *    A PROBABILITY COLUMN CAN BELONG TO. BOTH ARE READ FOR
      *    DELIMITED SUBMISSIONS ONLY.
      *----------------------------------------------------------------
       FD  COLALIAS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY CALREC.

       FD  DISPFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY DCFREC.

       FD  CLEANRSP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==CLEAN-RECORD==
                              ==:PFX:== BY ==CLEAN==.
      *    BLANK ROW OR A DUPLICATE KOI ID (WITH THE DESCRIPTION THAT
      *    WAS KEPT AND THE ONE THAT WAS DROPPED) -- FOLLOWED BY
      *    SUMMARY RECORDS WITH THE FINAL COUNTS, SO THE SUBMITTING
      *    TEAM CAN SEE EXACTLY WHAT WAS DONE TO THEIR FILE. FOR A
      *    DELIMITED ROW OR HEADER THAT WAS REJECTED (SHORTROW,
      *    LONGFIELD, BADNUMBER, BADHEADER) THE KEPT COLUMN CARRIES
      *    THE REASON OR THE COLUMN'S HEADER NAME AND THE DROPPED
      *    COLUMN THE OFFENDING VALUE.
      *----------------------------------------------------------------
       FD  INTAKRPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
      *    DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN
           05  IRPT-SUM-COUNT     PIC 9(06).
           05  IRPT-SUM-FILLER    PIC X(33).

      *----------------------------------------------------------------
      *    INTKLOG ACCUMULATES THE NIGHT'S INTAKE DETAIL ROWS FOR EVERY
      *    SUBMISSION, EACH TAGGED WITH ITS RUN LABEL.
      *----------------------------------------------------------------
       FD  INTKLOG RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       COPY ILGREC.

      *----------------------------------------------------------------
      *    RUNCTL IS THE SHARED RUN-CONTROL FILE EVERY PIPELINE STEP
      *    APPENDS ITS STEP RECORD TO, BALANCED BY RUNBAL AT THE END
       SD  SORTWORK RECORD CONTAINS 80 CHARACTERS.
       COPY RESPREC REPLACING ==:REC:== BY ==SORT-RECORD==
                              ==:PFX:== BY ==SORT==.
       COPY PROBREC REPLACING ==:REC:== BY ==SORT-PROB-RECORD==
                              ==:PFX:== BY ==SORTP==.

       WORKING-STORAGE SECTION.

       01  WS-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-INTKLOG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-SUBREG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUN-LABEL                   PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

       01  WS-INTAKE-FORMAT               PIC X(05) VALUE SPACES.
           88  FIXED-FORMAT               VALUE SPACES 'FIXED'.
           88  CSV-FORMAT                 VALUE 'CSV'.
           88  TSV-FORMAT                 VALUE 'TSV'.
       01  WS-DELIMITER                   PIC X(01) VALUE ','.
       01  WS-DELIM-LENGTH                PIC 9(04) VALUE ZERO.

       COPY DISPCODE.

      *----------------------------------------------------------------
      *    CONTENT-FINGERPRINT WORK AREA. THE FINGERPRINT IS A
      *    ROLLING HASH OVER THE KOI ID, DESCRIPTION AND CONFIDENCE
               88  SUB-AT-EOF         VALUE 'Y'.
           05  WS-SORT-EOF            PIC A(1) VALUE SPACE.
               88  SORT-AT-EOF        VALUE 'Y'.
           05  WS-DELIM-EOF           PIC A(1) VALUE SPACE.
               88  DELIM-AT-EOF       VALUE 'Y'.
           05  WS-CAL-EOF             PIC A(1) VALUE SPACE.
               88  CAL-AT-EOF         VALUE 'Y'.

       01  COUNTERS.
           05  COUNTER-READ               PIC 9(6) VALUE ZERO.
           05  COUNTER-BLANK              PIC 9(6) VALUE ZERO.
           05  COUNTER-DUPLICATE          PIC 9(6) VALUE ZERO.
           05  COUNTER-REJECTED           PIC 9(6) VALUE ZERO.
           05  COUNTER-WRITTEN            PIC 9(6) VALUE ZERO.

       01  WS-ROW-NUMBER                  PIC 9(6) VALUE ZERO.
           05  WS-JUST-IN-SUB         PIC 9(02).
           05  WS-JUST-OUT-SUB        PIC 9(02).

      *----------------------------------------------------------------
      *    COLUMN-ALIAS TABLE FOR DELIMITED SUBMISSIONS. WS-ALS-FIELD
      *    IS K (KOI ID), D (DISPOSITION), C (CONFIDENCE) OR P (A
      *    PROBABILITY, WS-ALS-CLASS GIVING ITS DISP-CODE-ENTRY
      *    INDEX). NAMES ARE HELD UPPER-CASE, LEFT-JUSTIFIED, WITH
      *    UNDERSCORES AS SPACES, THE SAME AS H500-NORMALIZE-NAME
      *    LEAVES A HEADER NAME. WITHOUT A COLALIAS FILE THE TABLE IS
      *    THE BUILT-IN LIST BELOW, PLUS EACH DISPOSITION CODE AND
      *    'PROB ' FOLLOWED BY IT AS THAT CLASS'S PROBABILITY COLUMN.
      *----------------------------------------------------------------
       01  WS-BUILTIN-ALIAS-LIST.
           05  FILLER PIC X(01) VALUE 'K'.
           05  FILLER PIC X(20) VALUE 'KEPOI NAME'.
           05  FILLER PIC X(01) VALUE 'K'.
           05  FILLER PIC X(20) VALUE 'KOI ID'.
           05  FILLER PIC X(01) VALUE 'K'.
           05  FILLER PIC X(20) VALUE 'KOI NAME'.
           05  FILLER PIC X(01) VALUE 'K'.
           05  FILLER PIC X(20) VALUE 'KOI'.
           05  FILLER PIC X(01) VALUE 'D'.
           05  FILLER PIC X(20) VALUE 'KOI DISPOSITION'.
           05  FILLER PIC X(01) VALUE 'D'.
           05  FILLER PIC X(20) VALUE 'DISPOSITION'.
           05  FILLER PIC X(01) VALUE 'D'.
           05  FILLER PIC X(20) VALUE 'PREDICTION'.
           05  FILLER PIC X(01) VALUE 'D'.
           05  FILLER PIC X(20) VALUE 'PREDICTED'.
           05  FILLER PIC X(01) VALUE 'C'.
           05  FILLER PIC X(20) VALUE 'CONFIDENCE'.
           05  FILLER PIC X(01) VALUE 'C'.
           05  FILLER PIC X(20) VALUE 'KOI SCORE'.
           05  FILLER PIC X(01) VALUE 'C'.
           05  FILLER PIC X(20) VALUE 'SCORE'.
       01  WS-BUILTIN-ALIAS-TABLE REDEFINES WS-BUILTIN-ALIAS-LIST.
           05  WS-BUILTIN-ENTRY OCCURS 11 TIMES.
               10  WS-BLT-FIELD       PIC X(01).
               10  WS-BLT-NAME        PIC X(20).

       01  WS-ALIAS-TABLE.
           05  WS-ALIAS-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-ALIAS-ENTRY OCCURS 100 TIMES.
               10  WS-ALS-NAME        PIC X(40).
               10  WS-ALS-FIELD       PIC X(01).
               10  WS-ALS-CLASS       PIC 9(02).
           05  WS-ALIAS-SUB           PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------------
      *    HEADER MAPPING. EACH WS-COL- ITEM IS THE COLUMN NUMBER THE
      *    FIELD WAS FOUND IN, ZERO WHEN THE HEADER HAS NO SUCH
      *    COLUMN. WS-COL-NEEDED IS THE HIGHEST COLUMN A DATA ROW MUST
      *    REACH. WS-COL-TITLE KEEPS EACH HEADER NAME AS SUBMITTED FOR
      *    THE REJECT REASONS.
      *----------------------------------------------------------------
       01  WS-COLUMN-MAP.
           05  WS-COL-KOI             PIC 9(03) VALUE ZERO.
           05  WS-COL-DISP            PIC 9(03) VALUE ZERO.
           05  WS-COL-CONF            PIC 9(03) VALUE ZERO.
           05  WS-COL-PROB            PIC 9(03) OCCURS 10 TIMES.
           05  WS-COL-TITLE           PIC X(15) OCCURS 60 TIMES.
           05  WS-COL-NEEDED          PIC 9(03) VALUE ZERO.
           05  WS-COL-SUB             PIC 9(03) VALUE ZERO.
           05  WS-COL-LAST            PIC 9(03) VALUE ZERO.
           05  WS-CLASS-SUB           PIC 9(02) VALUE ZERO.
           05  WS-PROB-COLS-FOUND     PIC 9(02) VALUE ZERO.
           05  WS-HEADER-SW           PIC X(01) VALUE 'N'.
               88  HEADER-FOUND       VALUE 'Y'.
           05  WS-HEADER-BAD-SW       PIC X(01) VALUE 'N'.
               88  HEADER-UNMAPPABLE  VALUE 'Y'.
           05  WS-LAYOUT-SW           PIC X(01) VALUE 'R'.
               88  RESPONSE-LAYOUT    VALUE 'R'.
               88  PROBABILITY-LAYOUT VALUE 'P'.

      *----------------------------------------------------------------
      *    DELIMITED LINE AND ITS FIELDS. H400-SPLIT-LINE KEEPS THE
      *    FIRST 40 CHARACTERS OF EACH OF THE FIRST 60 FIELDS, AND
      *    FLAGS A FIELD THAT RUNS PAST 40; FIELDS PAST THE SIXTIETH
      *    ARE COUNTED BUT NOT KEPT.
      *----------------------------------------------------------------
       01  WS-LINE-WORK.
           05  WS-LINE-TEXT           PIC X(1024).
           05  WS-LINE-CHAR REDEFINES WS-LINE-TEXT
                                      PIC X(01) OCCURS 1024 TIMES.
           05  WS-LINE-LENGTH         PIC 9(04) VALUE ZERO.
           05  WS-LINE-SUB            PIC 9(04) VALUE ZERO.
           05  WS-SCAN-CHAR           PIC X(01) VALUE SPACE.
           05  WS-QUOTE-SW            PIC X(01) VALUE 'N'.
               88  IN-QUOTES          VALUE 'Y'.
           05  WS-SKIP-SW             PIC X(01) VALUE 'N'.
               88  SKIP-NEXT-CHAR     VALUE 'Y'.

       01  WS-FIELD-WORK.
           05  WS-FIELD-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-FIELD-POS           PIC 9(04) VALUE ZERO.
           05  WS-FIELD-ENTRY OCCURS 60 TIMES.
               10  WS-FIELD-TEXT      PIC X(40).
               10  WS-FIELD-LONG-SW   PIC X(01).
                   88  FIELD-TOO-LONG VALUE 'Y'.

      *----------------------------------------------------------------
      *    ONE FIELD VALUE OR HEADER NAME BEING TRIMMED, NORMALIZED OR
      *    PARSED.
      *----------------------------------------------------------------
       01  WS-VALUE-WORK.
           05  WS-VALUE-TEXT          PIC X(40).
           05  WS-VALUE-CHAR REDEFINES WS-VALUE-TEXT
                                      PIC X(01) OCCURS 40 TIMES.
           05  WS-VALUE-OUT           PIC X(40).
           05  WS-VALUE-SUB           PIC 9(02).
           05  WS-TAKE-LENGTH         PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      *    NUMBER PARSE WORK AREA. H600-PARSE-NUMBER ACCEPTS DIGITS
      *    WITH AN OPTIONAL DECIMAL POINT AND AN OPTIONAL E EXPONENT
      *    (SPREADSHEETS AND SCRIPTING LANGUAGES WRITE VERY SMALL
      *    PROBABILITIES AS 1.5E-05), ROUNDS TO THREE DECIMALS AND
      *    RETURNS THE VALUE AS 9.999 TEXT IN WS-NUM-RESULT. THE
      *    STATE IS I (INTEGER DIGITS), F (FRACTION DIGITS), X (JUST
      *    SEEN E), Y (JUST SEEN THE EXPONENT SIGN), Z (EXPONENT
      *    DIGITS) OR S (TRAILING SPACES).
      *----------------------------------------------------------------
       01  WS-NUMBER-WORK.
           05  WS-NUM-STATE           PIC X(01) VALUE 'I'.
           05  WS-NUM-SUB             PIC 9(02) VALUE ZERO.
           05  WS-NUM-DIGIT           PIC 9(01) VALUE ZERO.
           05  WS-NUM-DIGITS          PIC 9(02) VALUE ZERO.
           05  WS-NUM-MANTISSA        PIC 9(06)V9(06) VALUE ZERO.
           05  WS-NUM-PLACE           PIC V9(06) VALUE ZERO.
           05  WS-NUM-EXPONENT        PIC 9(02) VALUE ZERO.
           05  WS-NUM-EXP-SIGN        PIC X(01) VALUE '+'.
           05  WS-NUM-EXP-SUB         PIC 9(03) VALUE ZERO.
           05  WS-NUM-ROUNDED         PIC 9V999 VALUE ZERO.
           05  WS-NUM-EDIT            PIC 9.999.
           05  WS-NUM-RESULT          PIC X(05) VALUE SPACES.
           05  WS-NUM-BAD-SW          PIC X(01) VALUE 'N'.
               88  NUMBER-BAD         VALUE 'Y'.

      *----------------------------------------------------------------
      *    ONE DELIMITED ROW OR HEADER REJECT, AS E400-REPORT-REJECT
      *    PUTS IT ON THE INTAKE REPORT.
      *----------------------------------------------------------------
       01  WS-REJECT-WORK.
           05  WS-REJECT-TYPE         PIC X(09) VALUE SPACES.
           05  WS-REJECT-KOI-ID       PIC X(12) VALUE SPACES.
           05  WS-REJECT-REASON       PIC X(15) VALUE SPACES.
           05  WS-REJECT-VALUE        PIC X(15) VALUE SPACES.
           05  WS-ROW-REJECT-SW       PIC X(01) VALUE 'N'.
               88  ROW-REJECTED       VALUE 'Y'.
       01  WS-FIELD-COUNT-TEXT.
           05  WS-FCT-WORD            PIC X(05).
           05  WS-FCT-NUMBER          PIC ZZ9.
           05  FILLER                 PIC X(07) VALUE ' FIELDS'.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
              MOVE 'UNSPECIFIED' TO WS-RUN-LABEL
           END-IF.

           ACCEPT WS-INTAKE-FORMAT FROM ENVIRONMENT 'INTAKE_FORMAT'.
           INSPECT WS-INTAKE-FORMAT CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           EVALUATE TRUE
              WHEN FIXED-FORMAT
                 CONTINUE
              WHEN CSV-FORMAT
                 MOVE ',' TO WS-DELIMITER
              WHEN TSV-FORMAT
                 MOVE X'09' TO WS-DELIMITER
              WHEN OTHER
                 DISPLAY '*** INTAKE_FORMAT ' WS-INTAKE-FORMAT
                    ' IS NOT FIXED, CSV OR TSV -- RUN ABORTED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           IF NOT FIXED-FORMAT
              PERFORM Y000-LOAD-DISP-CODES
              PERFORM G000-LOAD-COLUMN-ALIASES
           END-IF.

           OPEN OUTPUT INTAKRPT.
           OPEN EXTEND INTKLOG.
           IF WS-INTKLOG-STATUS = '35'
              OPEN OUTPUT INTKLOG
           END-IF.

           IF FIXED-FORMAT
              SORT SORTWORK
                 ON ASCENDING KEY SORT-KOI-ID
                 WITH DUPLICATES IN ORDER
                 INPUT PROCEDURE IS B000-RELEASE-RAW-ROWS
                 OUTPUT PROCEDURE IS C000-WRITE-CLEAN-FILE
           ELSE
              SORT SORTWORK
                 ON ASCENDING KEY SORT-KOI-ID
                 WITH DUPLICATES IN ORDER
                 INPUT PROCEDURE IS H000-RELEASE-DELIMITED-ROWS
                 OUTPUT PROCEDURE IS C000-WRITE-CLEAN-FILE
           END-IF.

           IF HEADER-UNMAPPABLE
              DISPLAY '*** DELIMITED HEADER ROW CANNOT BE MAPPED -- '
                 'NOTHING WRITTEN FOR SCORING'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM F000-REGISTER-SUBMISSION
           END-IF.

           PERFORM D000-WRITE-SUMMARY.
           CLOSE INTAKRPT.
           CLOSE INTKLOG.

           DISPLAY COUNTER-READ ' rows read from raw submission'.
           DISPLAY COUNTER-BLANK ' blank rows dropped'.
           IF NOT FIXED-FORMAT
              DISPLAY COUNTER-REJECTED ' delimited rows rejected'
           END-IF.
           DISPLAY COUNTER-DUPLICATE ' duplicate koi rows dropped'.
           DISPLAY COUNTER-WRITTEN ' clean rows written for scoring'.

           MOVE 'BLANK ROWS DROPPED' TO IRPT-SUM-LABEL.
           MOVE COUNTER-BLANK TO IRPT-SUM-COUNT.
           PERFORM D100-WRITE-SUMMARY-RECORD.
           IF NOT FIXED-FORMAT
              MOVE 'DELIMITED ROWS REJECTED' TO IRPT-SUM-LABEL
              MOVE COUNTER-REJECTED TO IRPT-SUM-COUNT
              PERFORM D100-WRITE-SUMMARY-RECORD
           END-IF.
           MOVE 'DUPLICATE KOI ROWS DROPPED' TO IRPT-SUM-LABEL.
           MOVE COUNTER-DUPLICATE TO IRPT-SUM-COUNT.
           PERFORM D100-WRITE-SUMMARY-RECORD.
           MOVE SORT-DESCRIPTION TO IRPT-DROPPED-VALUE.
           PERFORM E300-WRITE-DETAIL.
      *
      *----------------------------------------------------------------
      *    E300-WRITE-DETAIL WRITES ONE DETAIL ROW TO THE INTAKE REPORT
      *    AND THE SAME ROW, UNDER THE RUN LABEL, TO THE INTAKE LOG.
      *    THE LOG RECORD IS BUILT FIRST -- THE REPORT RECORD AREA IS
      *    NOT RELIABLE AFTER THE WRITE.
      *----------------------------------------------------------------
       E300-WRITE-DETAIL.
           MOVE SPACE TO IRPT-DELIM-1.
           MOVE SPACE TO IRPT-DELIM-2.
           MOVE SPACE TO IRPT-DELIM-3.
           MOVE SPACE TO IRPT-DELIM-4.
           MOVE SPACES TO IRPT-FILLER.
           MOVE WS-RUN-DATE TO ILOG-RUN-DATE.
           MOVE WS-RUN-LABEL TO ILOG-RUN-LABEL.
           MOVE IRPT-ROW-NUMBER TO ILOG-ROW-NUMBER.
           MOVE IRPT-TYPE TO ILOG-TYPE.
           MOVE IRPT-KOI-ID TO ILOG-KOI-ID.
           MOVE IRPT-KEPT-VALUE TO ILOG-KEPT-VALUE.
           MOVE IRPT-DROPPED-VALUE TO ILOG-DROPPED-VALUE.
           MOVE SPACE TO ILOG-DELIM-1.
           MOVE SPACE TO ILOG-DELIM-2.
           MOVE SPACE TO ILOG-DELIM-3.
           MOVE SPACE TO ILOG-DELIM-4.
           MOVE SPACE TO ILOG-DELIM-5.
           MOVE SPACE TO ILOG-DELIM-6.
           MOVE SPACES TO ILOG-FILLER.
           WRITE INTAKE-RPT-DETAIL.
           WRITE INTAKE-LOG-RECORD.
      *
      *----------------------------------------------------------------
      *    E400-REPORT-REJECT LOGS A DELIMITED ROW OR HEADER THAT WAS
      *    REJECTED, BY ITS LINE NUMBER IN THE SUBMITTED FILE, WITH
      *    THE REASON (OR THE HEADER NAME OF THE COLUMN AT FAULT) IN
      *    THE KEPT COLUMN AND THE OFFENDING VALUE IN THE DROPPED
      *    COLUMN.
      *----------------------------------------------------------------
       E400-REPORT-REJECT.
           MOVE WS-ROW-NUMBER TO IRPT-ROW-NUMBER.
           MOVE WS-REJECT-TYPE TO IRPT-TYPE.
           MOVE WS-REJECT-KOI-ID TO IRPT-KOI-ID.
           MOVE WS-REJECT-REASON TO IRPT-KEPT-VALUE.
           MOVE WS-REJECT-VALUE TO IRPT-DROPPED-VALUE.
           PERFORM E300-WRITE-DETAIL.
      *
      *----------------------------------------------------------------
      *    Z000-WRITE-RUN-STEP APPENDS THIS RUN'S STEP RECORD TO THE
           MOVE WS-FINGERPRINT TO SUBR-FINGERPRINT.
           MOVE 'RECEIVED' TO SUBR-STATUS.
           MOVE WS-DUP-LABEL TO SUBR-DUP-OF.
           MOVE ZERO TO SUBR-SCORED-DATE.
           MOVE SPACES TO SUBR-FILLER.
      *
      *----------------------------------------------------------------
           MOVE WS-RUN-LABEL (1:15) TO IRPT-KEPT-VALUE.
           MOVE WS-DUP-LABEL (1:15) TO IRPT-DROPPED-VALUE.
           PERFORM E300-WRITE-DETAIL.
      *
      *----------------------------------------------------------------
      *    G000-LOAD-COLUMN-ALIASES LOADS THE HEADER NAMES THAT MAP A
      *    DELIMITED SUBMISSION'S COLUMNS, FROM THE COLALIAS CONTROL
      *    FILE WHEN THERE IS ONE AND FROM THE BUILT-IN LIST WHEN IT
      *    IS ABSENT OR EMPTY. A PRESENT BUT INVALID FILE (BLANK NAME,
      *    UNKNOWN FIELD, PROBABILITY FOR A CLASS NOT ON THE CODE
      *    LIST, MORE THAN 100 NAMES) ABORTS THE RUN BEFORE ANYTHING
      *    IS READ OR WRITTEN.
      *----------------------------------------------------------------
       G000-LOAD-COLUMN-ALIASES.
           MOVE ZERO TO WS-ALIAS-COUNT.
           OPEN INPUT COLALIAS.
           PERFORM G100-READ-COLALIAS.
           IF CAL-AT-EOF
              CLOSE COLALIAS
              DISPLAY 'NO COLUMN-ALIAS CONTROL FILE -- USING THE '
                 'BUILT-IN HEADER NAMES'
              PERFORM G300-ADD-BUILTIN-ALIASES
           ELSE
              PERFORM UNTIL CAL-AT-EOF
                 PERFORM G200-STORE-ALIAS
                 PERFORM G100-READ-COLALIAS
              END-PERFORM
              CLOSE COLALIAS
           END-IF.
           DISPLAY WS-ALIAS-COUNT ' header names known for delimited '
              'columns'.
      *
       G100-READ-COLALIAS.
           READ COLALIAS
           AT END SET CAL-AT-EOF TO TRUE
           END-READ.
      *
       G200-STORE-ALIAS.
           IF CAL-ALIAS = SPACES
              DISPLAY '*** BLANK HEADER NAME ON COLUMN-ALIAS FILE'
              PERFORM G400-ALIAS-ABORT
           END-IF.
           IF WS-ALIAS-COUNT = 100
              DISPLAY '*** COLUMN-ALIAS FILE HOLDS MORE THAN 100 NAMES'
              PERFORM G400-ALIAS-ABORT
           END-IF.
           ADD 1 TO WS-ALIAS-COUNT.
           MOVE CAL-ALIAS TO WS-VALUE-TEXT.
           PERFORM H500-NORMALIZE-NAME.
           MOVE WS-VALUE-TEXT TO WS-ALS-NAME (WS-ALIAS-COUNT).
           MOVE ZERO TO WS-ALS-CLASS (WS-ALIAS-COUNT).
           INSPECT CAL-FIELD CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           EVALUATE CAL-FIELD
              WHEN 'KOI-ID'
                 MOVE 'K' TO WS-ALS-FIELD (WS-ALIAS-COUNT)
              WHEN 'DISPOSITION'
                 MOVE 'D' TO WS-ALS-FIELD (WS-ALIAS-COUNT)
              WHEN 'CONFIDENCE'
                 MOVE 'C' TO WS-ALS-FIELD (WS-ALIAS-COUNT)
              WHEN 'PROBABILITY'
                 MOVE 'P' TO WS-ALS-FIELD (WS-ALIAS-COUNT)
                 PERFORM G210-FIND-ALIAS-CLASS
              WHEN OTHER
                 DISPLAY '*** COLUMN-ALIAS FIELD ' CAL-FIELD
                    ' IS NOT KOI-ID, DISPOSITION, CONFIDENCE OR '
                    'PROBABILITY'
                 PERFORM G400-ALIAS-ABORT
           END-EVALUATE.
      *
       G210-FIND-ALIAS-CLASS.
           INSPECT CAL-CLASS CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > DISP-CODE-COUNT
                      OR DISP-CODE-ENTRY (WS-CLASS-SUB) = CAL-CLASS
              CONTINUE
           END-PERFORM.
           IF WS-CLASS-SUB > DISP-CODE-COUNT
              DISPLAY '*** COLUMN-ALIAS CLASS ' CAL-CLASS
                 ' IS NOT ON THE DISPOSITION CODE LIST'
              PERFORM G400-ALIAS-ABORT
           END-IF.
           MOVE WS-CLASS-SUB TO WS-ALS-CLASS (WS-ALIAS-COUNT).
      *
      *----------------------------------------------------------------
      *    G300-ADD-BUILTIN-ALIASES LOADS THE BUILT-IN HEADER NAMES,
      *    THEN NAMES EACH CLASS'S PROBABILITY COLUMN BY ITS
      *    DISPOSITION CODE, BARE OR AFTER 'PROB ' (SO CONFIRMED,
      *    PROB_CONFIRMED AND FALSE_POSITIVE ARE ALL RECOGNIZED).
      *----------------------------------------------------------------
       G300-ADD-BUILTIN-ALIASES.
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                              UNTIL WS-ALIAS-SUB > 11
              ADD 1 TO WS-ALIAS-COUNT
              MOVE WS-BLT-NAME (WS-ALIAS-SUB)
                 TO WS-ALS-NAME (WS-ALIAS-COUNT)
              MOVE WS-BLT-FIELD (WS-ALIAS-SUB)
                 TO WS-ALS-FIELD (WS-ALIAS-COUNT)
              MOVE ZERO TO WS-ALS-CLASS (WS-ALIAS-COUNT)
           END-PERFORM.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                              UNTIL WS-CLASS-SUB > DISP-CODE-COUNT
              MOVE DISP-CODE-ENTRY (WS-CLASS-SUB) TO WS-VALUE-TEXT
              PERFORM G310-ADD-CLASS-ALIAS
              MOVE SPACES TO WS-VALUE-TEXT
              STRING 'PROB ' DELIMITED BY SIZE
                 DISP-CODE-ENTRY (WS-CLASS-SUB) DELIMITED BY SIZE
                 INTO WS-VALUE-TEXT
              END-STRING
              PERFORM G310-ADD-CLASS-ALIAS
           END-PERFORM.
      *
       G310-ADD-CLASS-ALIAS.
           PERFORM H500-NORMALIZE-NAME.
           ADD 1 TO WS-ALIAS-COUNT.
           MOVE WS-VALUE-TEXT TO WS-ALS-NAME (WS-ALIAS-COUNT).
           MOVE 'P' TO WS-ALS-FIELD (WS-ALIAS-COUNT).
           MOVE WS-CLASS-SUB TO WS-ALS-CLASS (WS-ALIAS-COUNT).
      *
       G400-ALIAS-ABORT.
           DISPLAY '*** COLUMN-ALIAS CONTROL FILE INVALID -- RUN '
              'ABORTED'.
           CLOSE COLALIAS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
      *----------------------------------------------------------------
      *    H000-RELEASE-DELIMITED-ROWS (SORT INPUT PROCEDURE FOR A CSV
      *    OR TSV SUBMISSION) READS THE FILE A LINE AT A TIME. THE
      *    FIRST NON-BLANK LINE IS THE HEADER AND IS MAPPED ONTO THE
      *    SCORED FIELDS; EVERY LATER LINE IS SPLIT INTO FIELDS,
      *    REBUILT AS AN 80-BYTE ROW AND RELEASED, OR REPORTED AND
      *    DROPPED. ROW NUMBERS ON THE INTAKE REPORT ARE LINE NUMBERS
      *    IN THE SUBMITTED FILE, HEADER INCLUDED; THE HEADER ITSELF
      *    IS NOT COUNTED AS A ROW READ. A HEADER THAT CANNOT BE
      *    MAPPED STOPS THE READ -- NO ROW IS RELEASED.
      *----------------------------------------------------------------
       H000-RELEASE-DELIMITED-ROWS.
           OPEN INPUT SUBDELIM.
           PERFORM H100-READ-SUBDELIM.
           PERFORM UNTIL DELIM-AT-EOF
              ADD 1 TO WS-ROW-NUMBER
              MOVE SPACES TO WS-LINE-TEXT
              IF WS-DELIM-LENGTH > ZERO
                 MOVE SUBDELIM-LINE (1:WS-DELIM-LENGTH) TO WS-LINE-TEXT
              END-IF
              MOVE WS-DELIM-LENGTH TO WS-LINE-LENGTH
              EVALUATE TRUE
                 WHEN WS-LINE-TEXT = SPACES
                    ADD 1 TO COUNTER-READ
                    ADD 1 TO COUNTER-BLANK
                    PERFORM E100-REPORT-BLANK
                 WHEN NOT HEADER-FOUND
                    PERFORM H200-MAP-HEADER
                 WHEN OTHER
                    ADD 1 TO COUNTER-READ
                    PERFORM H300-CONVERT-ROW
              END-EVALUATE
              IF HEADER-UNMAPPABLE
                 SET DELIM-AT-EOF TO TRUE
              ELSE
                 PERFORM H100-READ-SUBDELIM
              END-IF
           END-PERFORM.
           CLOSE SUBDELIM.
           IF NOT HEADER-FOUND
              MOVE ZERO TO WS-ROW-NUMBER
              MOVE 'NO HEADER ROW' TO WS-REJECT-REASON
              MOVE SPACES TO WS-REJECT-VALUE
              PERFORM H220-REPORT-HEADER
           END-IF.
      *
       H100-READ-SUBDELIM.
           READ SUBDELIM
           AT END SET DELIM-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    H200-MAP-HEADER MATCHES EACH HEADER NAME AGAINST THE ALIAS
      *    TABLE. A NAME WITH NO ALIAS IS AN EXTRA COLUMN AND IS
      *    IGNORED. THE HEADER MUST NAME A KOI ID COLUMN, AND EITHER A
      *    PROBABILITY COLUMN FOR EVERY DISPOSITION CLASS (THE ROWS
      *    ARE THEN BUILT IN THE PROBABILISTIC LAYOUT) OR A
      *    DISPOSITION COLUMN (THE ROWS ARE BUILT AS RESPONSE ROWS,
      *    WITH THE CONFIDENCE WHEN THERE IS A CONFIDENCE COLUMN). A
      *    FIELD NAMED BY TWO COLUMNS IS AMBIGUOUS AND IS NOT GUESSED
      *    AT. EVERY FAULT FOUND IS REPORTED AS A BADHEADER ROW.
      *    A BYTE-ORDER MARK LEFT ON THE FRONT OF THE FILE BY A
      *    SPREADSHEET IS BLANKED OUT FIRST.
      *----------------------------------------------------------------
       H200-MAP-HEADER.
           SET HEADER-FOUND TO TRUE.
           IF WS-LINE-TEXT (1:3) = X'EFBBBF'
              MOVE SPACES TO WS-LINE-TEXT (1:3)
           END-IF.
           PERFORM H400-SPLIT-LINE.

           MOVE ZERO TO WS-COL-KOI.
           MOVE ZERO TO WS-COL-DISP.
           MOVE ZERO TO WS-COL-CONF.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                              UNTIL WS-CLASS-SUB > 10
              MOVE ZERO TO WS-COL-PROB (WS-CLASS-SUB)
           END-PERFORM.
           MOVE WS-FIELD-COUNT TO WS-COL-LAST.
           IF WS-COL-LAST > 60
              MOVE 60 TO WS-COL-LAST
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                              UNTIL WS-COL-SUB > WS-COL-LAST
              PERFORM H210-MAP-COLUMN
           END-PERFORM.

           IF WS-COL-KOI = ZERO
              MOVE 'NO KOI ID COL' TO WS-REJECT-REASON
              MOVE SPACES TO WS-REJECT-VALUE
              PERFORM H220-REPORT-HEADER
           END-IF.

           MOVE ZERO TO WS-PROB-COLS-FOUND.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                              UNTIL WS-CLASS-SUB > DISP-CODE-COUNT
              IF WS-COL-PROB (WS-CLASS-SUB) > ZERO
                 ADD 1 TO WS-PROB-COLS-FOUND
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-PROB-COLS-FOUND = DISP-CODE-COUNT
                 SET PROBABILITY-LAYOUT TO TRUE
              WHEN WS-COL-DISP = ZERO
      *          THE DROPPED COLUMN NAMES THE FIRST CLASS WITHOUT A
      *          PROBABILITY COLUMN WHEN SOME BUT NOT ALL WERE GIVEN
                 MOVE 'NO DISPOSITION' TO WS-REJECT-REASON
                 MOVE SPACES TO WS-REJECT-VALUE
                 IF WS-PROB-COLS-FOUND > ZERO
                    PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                            UNTIL WS-CLASS-SUB > DISP-CODE-COUNT
                               OR WS-COL-PROB (WS-CLASS-SUB) = ZERO
                       CONTINUE
                    END-PERFORM
                    MOVE DISP-CODE-ENTRY (WS-CLASS-SUB)
                       TO WS-REJECT-VALUE
                 END-IF
                 PERFORM H220-REPORT-HEADER
              WHEN OTHER
                 SET RESPONSE-LAYOUT TO TRUE
           END-EVALUATE.

           MOVE WS-COL-KOI TO WS-COL-NEEDED.
           IF PROBABILITY-LAYOUT
              PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                                 UNTIL WS-CLASS-SUB > DISP-CODE-COUNT
                 IF WS-COL-PROB (WS-CLASS-SUB) > WS-COL-NEEDED
                    MOVE WS-COL-PROB (WS-CLASS-SUB) TO WS-COL-NEEDED
                 END-IF
              END-PERFORM
           ELSE
              IF WS-COL-DISP > WS-COL-NEEDED
                 MOVE WS-COL-DISP TO WS-COL-NEEDED
              END-IF
              IF WS-COL-CONF > WS-COL-NEEDED
                 MOVE WS-COL-CONF TO WS-COL-NEEDED
              END-IF
           END-IF.

           IF NOT HEADER-UNMAPPABLE
              DISPLAY 'DELIMITED HEADER MAPPED -- KOI ID IN COLUMN '
                 WS-COL-KOI
              IF PROBABILITY-LAYOUT
                 DISPLAY 'ONE PROBABILITY COLUMN PER CLASS -- CLEAN '
                    'FILE WRITTEN IN THE PROBABILISTIC LAYOUT, SCORE '
                    'WITH PROB MODE SET'
              ELSE
                 DISPLAY 'DISPOSITION IN COLUMN ' WS-COL-DISP
                    ', CONFIDENCE IN COLUMN ' WS-COL-CONF
                    ' (000 = NONE)'
              END-IF
           END-IF.
      *
       H210-MAP-COLUMN.
           MOVE WS-FIELD-TEXT (WS-COL-SUB) TO WS-VALUE-TEXT.
           PERFORM H510-TRIM-VALUE.
           MOVE WS-VALUE-TEXT TO WS-COL-TITLE (WS-COL-SUB).
           PERFORM H500-NORMALIZE-NAME.
           PERFORM VARYING WS-ALIAS-SUB FROM 1 BY 1
                   UNTIL WS-ALIAS-SUB > WS-ALIAS-COUNT
                      OR WS-ALS-NAME (WS-ALIAS-SUB) = WS-VALUE-TEXT
              CONTINUE
           END-PERFORM.
           IF WS-VALUE-TEXT NOT = SPACES
              AND WS-ALIAS-SUB NOT > WS-ALIAS-COUNT
              EVALUATE WS-ALS-FIELD (WS-ALIAS-SUB)
                 WHEN 'K'
                    IF WS-COL-KOI = ZERO
                       MOVE WS-COL-SUB TO WS-COL-KOI
                    ELSE
                       PERFORM H230-REPORT-REPEATED
                    END-IF
                 WHEN 'D'
                    IF WS-COL-DISP = ZERO
                       MOVE WS-COL-SUB TO WS-COL-DISP
                    ELSE
                       PERFORM H230-REPORT-REPEATED
                    END-IF
                 WHEN 'C'
                    IF WS-COL-CONF = ZERO
                       MOVE WS-COL-SUB TO WS-COL-CONF
                    ELSE
                       PERFORM H230-REPORT-REPEATED
                    END-IF
                 WHEN 'P'
                    MOVE WS-ALS-CLASS (WS-ALIAS-SUB) TO WS-CLASS-SUB
                    IF WS-COL-PROB (WS-CLASS-SUB) = ZERO
                       MOVE WS-COL-SUB TO WS-COL-PROB (WS-CLASS-SUB)
                    ELSE
                       PERFORM H230-REPORT-REPEATED
                    END-IF
              END-EVALUATE
           END-IF.
      *
       H220-REPORT-HEADER.
           MOVE 'BADHEADER' TO WS-REJECT-TYPE.
           MOVE SPACES TO WS-REJECT-KOI-ID.
           SET HEADER-UNMAPPABLE TO TRUE.
           PERFORM E400-REPORT-REJECT.
      *
       H230-REPORT-REPEATED.
           MOVE 'COLUMN REPEATED' TO WS-REJECT-REASON.
           MOVE WS-COL-TITLE (WS-COL-SUB) TO WS-REJECT-VALUE.
           PERFORM H220-REPORT-HEADER.
      *
      *----------------------------------------------------------------
      *    H300-CONVERT-ROW SPLITS ONE DATA LINE AND RELEASES IT AS AN
      *    80-BYTE ROW, OR REPORTS WHY NOT. A LINE OF NOTHING BUT
      *    DELIMITERS (SPREADSHEETS PAD WITH THEM) IS A BLANK ROW.
      *----------------------------------------------------------------
       H300-CONVERT-ROW.
           MOVE 'N' TO WS-ROW-REJECT-SW.
           PERFORM H400-SPLIT-LINE.
           MOVE WS-FIELD-COUNT TO WS-COL-LAST.
           IF WS-COL-LAST > 60
              MOVE 60 TO WS-COL-LAST
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COL-LAST
                      OR WS-FIELD-TEXT (WS-COL-SUB) NOT = SPACES
              CONTINUE
           END-PERFORM.
           IF WS-COL-SUB > WS-COL-LAST
              ADD 1 TO COUNTER-BLANK
              PERFORM E100-REPORT-BLANK
           ELSE
              PERFORM H310-BUILD-ROW
              IF ROW-REJECTED
                 ADD 1 TO COUNTER-REJECTED
              ELSE
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    H310-BUILD-ROW BUILDS THE ROW IN SORT-RECORD ALREADY
      *    TRIMMED AND UPPER-CASED, SO IT IS NOT PASSED THROUGH
      *    B200-NORMALIZE-ROW. THE FIRST FAULT FOUND IS THE ONE
      *    REPORTED.
      *----------------------------------------------------------------
       H310-BUILD-ROW.
           MOVE SPACES TO WS-REJECT-KOI-ID.
           IF WS-COL-KOI NOT > WS-FIELD-COUNT
              MOVE WS-FIELD-TEXT (WS-COL-KOI) TO WS-VALUE-TEXT
              PERFORM H510-TRIM-VALUE
              MOVE WS-VALUE-TEXT TO WS-REJECT-KOI-ID
           END-IF.
           IF WS-FIELD-COUNT < WS-COL-NEEDED
              MOVE 'NEED ' TO WS-FCT-WORD
              MOVE WS-COL-NEEDED TO WS-FCT-NUMBER
              MOVE WS-FIELD-COUNT-TEXT TO WS-REJECT-REASON
              MOVE 'FOUND' TO WS-FCT-WORD
              MOVE WS-FIELD-COUNT TO WS-FCT-NUMBER
              MOVE WS-FIELD-COUNT-TEXT TO WS-REJECT-VALUE
              MOVE 'SHORTROW ' TO WS-REJECT-TYPE
              PERFORM H390-REJECT-ROW
           ELSE
              MOVE SPACES TO SORT-RECORD
              MOVE WS-COL-KOI TO WS-COL-SUB
              MOVE 12 TO WS-TAKE-LENGTH
              PERFORM H320-TAKE-TEXT-FIELD
              MOVE WS-VALUE-TEXT TO SORT-KOI-ID
              IF RESPONSE-LAYOUT
                 PERFORM H330-BUILD-RESPONSE-ROW
              ELSE
                 PERFORM H340-BUILD-PROB-ROW
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    H320-TAKE-TEXT-FIELD TRIMS AND UPPER-CASES FIELD WS-COL-SUB
      *    INTO WS-VALUE-TEXT AND REJECTS THE ROW WHEN THE VALUE IS
      *    LONGER THAN WS-TAKE-LENGTH -- CUTTING IT SHORT COULD TURN
      *    ONE KOI ID INTO ANOTHER.
      *----------------------------------------------------------------
       H320-TAKE-TEXT-FIELD.
           MOVE WS-FIELD-TEXT (WS-COL-SUB) TO WS-VALUE-TEXT.
           PERFORM H510-TRIM-VALUE.
           INSPECT WS-VALUE-TEXT CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF FIELD-TOO-LONG (WS-COL-SUB)
              OR WS-VALUE-TEXT (WS-TAKE-LENGTH + 1:) NOT = SPACES
              MOVE 'LONGFIELD' TO WS-REJECT-TYPE
              MOVE WS-COL-TITLE (WS-COL-SUB) TO WS-REJECT-REASON
              MOVE WS-VALUE-TEXT TO WS-REJECT-VALUE
              PERFORM H390-REJECT-ROW
           END-IF.
      *
      *----------------------------------------------------------------
      *    H330-BUILD-RESPONSE-ROW ADDS THE DISPOSITION AND, WHEN THE
      *    HEADER HAS A CONFIDENCE COLUMN, THE CONFIDENCE. A BLANK
      *    CONFIDENCE IS LEFT BLANK, AS ON A FIXED SUBMISSION.
      *----------------------------------------------------------------
       H330-BUILD-RESPONSE-ROW.
           IF NOT ROW-REJECTED
              MOVE WS-COL-DISP TO WS-COL-SUB
              MOVE 15 TO WS-TAKE-LENGTH
              PERFORM H320-TAKE-TEXT-FIELD
              MOVE WS-VALUE-TEXT TO SORT-DESCRIPTION
           END-IF.
           IF NOT ROW-REJECTED AND WS-COL-CONF > ZERO
              IF WS-FIELD-TEXT (WS-COL-CONF) NOT = SPACES
                 MOVE WS-COL-CONF TO WS-COL-SUB
                 PERFORM H350-TAKE-NUMBER-FIELD
                 MOVE WS-NUM-RESULT TO SORT-CONFIDENCE
              END-IF
           END-IF.
      *
       H340-BUILD-PROB-ROW.
           PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                   UNTIL WS-CLASS-SUB > DISP-CODE-COUNT
                      OR ROW-REJECTED
              MOVE WS-COL-PROB (WS-CLASS-SUB) TO WS-COL-SUB
              PERFORM H350-TAKE-NUMBER-FIELD
              MOVE SPACE TO SORTP-DELIM (WS-CLASS-SUB)
              MOVE WS-NUM-RESULT TO SORTP-PROB (WS-CLASS-SUB)
           END-PERFORM.
      *
       H350-TAKE-NUMBER-FIELD.
           MOVE WS-FIELD-TEXT (WS-COL-SUB) TO WS-VALUE-TEXT.
           PERFORM H510-TRIM-VALUE.
           PERFORM H600-PARSE-NUMBER.
           IF NUMBER-BAD OR FIELD-TOO-LONG (WS-COL-SUB)
              MOVE 'BADNUMBER' TO WS-REJECT-TYPE
              MOVE WS-COL-TITLE (WS-COL-SUB) TO WS-REJECT-REASON
              MOVE WS-VALUE-TEXT TO WS-REJECT-VALUE
              PERFORM H390-REJECT-ROW
           END-IF.
      *
       H390-REJECT-ROW.
           SET ROW-REJECTED TO TRUE.
           PERFORM E400-REPORT-REJECT.
      *
      *----------------------------------------------------------------
      *    H400-SPLIT-LINE SPLITS WS-LINE-TEXT INTO FIELDS AT EACH
      *    DELIMITER OUTSIDE QUOTES. A FIELD THAT OPENS WITH A QUOTE
      *    RUNS TO THE MATCHING CLOSING QUOTE, DELIMITERS AND ALL, AND
      *    A DOUBLED QUOTE INSIDE IT STANDS FOR ONE QUOTE CHARACTER.
      *    LEADING SPACES BEFORE A FIELD ARE DROPPED; A QUOTE LEFT
      *    OPEN RUNS TO THE END OF THE LINE.
      *----------------------------------------------------------------
       H400-SPLIT-LINE.
           MOVE 1 TO WS-FIELD-COUNT.
           PERFORM H410-START-FIELD.
           MOVE 'N' TO WS-SKIP-SW.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                              UNTIL WS-LINE-SUB > WS-LINE-LENGTH
              MOVE WS-LINE-CHAR (WS-LINE-SUB) TO WS-SCAN-CHAR
              EVALUATE TRUE
                 WHEN SKIP-NEXT-CHAR
                    MOVE 'N' TO WS-SKIP-SW
                 WHEN IN-QUOTES AND WS-SCAN-CHAR = '"'
                    PERFORM H430-CLOSE-OR-ESCAPE
                 WHEN IN-QUOTES
                    PERFORM H420-ADD-CHAR
                 WHEN WS-SCAN-CHAR = WS-DELIMITER
                    IF WS-FIELD-COUNT < 999
                       ADD 1 TO WS-FIELD-COUNT
                    END-IF
                    PERFORM H410-START-FIELD
                 WHEN WS-SCAN-CHAR = '"' AND WS-FIELD-POS = ZERO
                    SET IN-QUOTES TO TRUE
                 WHEN WS-SCAN-CHAR = SPACE AND WS-FIELD-POS = ZERO
                    CONTINUE
                 WHEN OTHER
                    PERFORM H420-ADD-CHAR
              END-EVALUATE
           END-PERFORM.
      *
       H410-START-FIELD.
           MOVE ZERO TO WS-FIELD-POS.
           MOVE 'N' TO WS-QUOTE-SW.
           IF WS-FIELD-COUNT NOT > 60
              MOVE SPACES TO WS-FIELD-TEXT (WS-FIELD-COUNT)
              MOVE 'N' TO WS-FIELD-LONG-SW (WS-FIELD-COUNT)
           END-IF.
      *
       H420-ADD-CHAR.
           ADD 1 TO WS-FIELD-POS.
           IF WS-FIELD-COUNT NOT > 60
              IF WS-FIELD-POS > 40
                 IF WS-SCAN-CHAR NOT = SPACE
                    SET FIELD-TOO-LONG (WS-FIELD-COUNT) TO TRUE
                 END-IF
              ELSE
                 MOVE WS-SCAN-CHAR
                    TO WS-FIELD-TEXT (WS-FIELD-COUNT) (WS-FIELD-POS:1)
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    H430-CLOSE-OR-ESCAPE HANDLES A QUOTE INSIDE A QUOTED FIELD:
      *    A DOUBLED QUOTE ADDS ONE QUOTE CHARACTER AND STAYS INSIDE
      *    THE QUOTES, A SINGLE ONE CLOSES THEM.
      *----------------------------------------------------------------
       H430-CLOSE-OR-ESCAPE.
           MOVE 'N' TO WS-QUOTE-SW.
           IF WS-LINE-SUB < WS-LINE-LENGTH
              IF WS-LINE-CHAR (WS-LINE-SUB + 1) = '"'
                 PERFORM H420-ADD-CHAR
                 SET IN-QUOTES TO TRUE
                 SET SKIP-NEXT-CHAR TO TRUE
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    H500-NORMALIZE-NAME PUTS A HEADER NAME OR ALIAS IN
      *    WS-VALUE-TEXT INTO MATCHING FORM: UPPER-CASE, UNDERSCORES
      *    AS SPACES, LEFT-JUSTIFIED.
      *----------------------------------------------------------------
       H500-NORMALIZE-NAME.
           INSPECT WS-VALUE-TEXT CONVERTING
              'abcdefghijklmnopqrstuvwxyz_' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ '.
           PERFORM H510-TRIM-VALUE.
      *
      *----------------------------------------------------------------
      *    H510-TRIM-VALUE LEFT-JUSTIFIES WS-VALUE-TEXT (A QUOTED
      *    FIELD KEEPS ANY SPACES INSIDE ITS QUOTES).
      *----------------------------------------------------------------
       H510-TRIM-VALUE.
           MOVE 1 TO WS-VALUE-SUB.
           PERFORM UNTIL WS-VALUE-SUB > 40
                      OR WS-VALUE-CHAR (WS-VALUE-SUB) NOT = SPACE
              ADD 1 TO WS-VALUE-SUB
           END-PERFORM.
           IF WS-VALUE-SUB > 1 AND WS-VALUE-SUB NOT > 40
              MOVE WS-VALUE-TEXT (WS-VALUE-SUB:) TO WS-VALUE-OUT
              MOVE WS-VALUE-OUT TO WS-VALUE-TEXT
           END-IF.
      *
      *----------------------------------------------------------------
      *    H600-PARSE-NUMBER PARSES THE TRIMMED VALUE IN WS-VALUE-TEXT
      *    (SEE WS-NUMBER-WORK) INTO WS-NUM-RESULT, OR SETS NUMBER-BAD.
      *    A BLANK, A SIGN ON THE NUMBER ITSELF, ANY OTHER CHARACTER,
      *    OR A VALUE THAT ROUNDS TO 10 OR MORE WILL NOT PARSE.
      *----------------------------------------------------------------
       H600-PARSE-NUMBER.
           MOVE 'N' TO WS-NUM-BAD-SW.
           MOVE 'I' TO WS-NUM-STATE.
           MOVE ZERO TO WS-NUM-DIGITS.
           MOVE ZERO TO WS-NUM-MANTISSA.
           MOVE ZERO TO WS-NUM-EXPONENT.
           MOVE .1 TO WS-NUM-PLACE.
           MOVE '+' TO WS-NUM-EXP-SIGN.
           MOVE SPACES TO WS-NUM-RESULT.
           PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
                   UNTIL WS-NUM-SUB > 40 OR NUMBER-BAD
              MOVE WS-VALUE-CHAR (WS-NUM-SUB) TO WS-SCAN-CHAR
              PERFORM H610-SCAN-NUMBER-CHAR
           END-PERFORM.
           IF WS-NUM-DIGITS = ZERO
              OR WS-NUM-STATE = 'X' OR WS-NUM-STATE = 'Y'
              SET NUMBER-BAD TO TRUE
           END-IF.
           IF NOT NUMBER-BAD
              PERFORM H620-APPLY-EXPONENT
              IF WS-NUM-MANTISSA NOT < 9.9995
                 SET NUMBER-BAD TO TRUE
              ELSE
                 COMPUTE WS-NUM-ROUNDED ROUNDED = WS-NUM-MANTISSA
                 MOVE WS-NUM-ROUNDED TO WS-NUM-EDIT
                 MOVE WS-NUM-EDIT TO WS-NUM-RESULT
              END-IF
           END-IF.
      *
       H610-SCAN-NUMBER-CHAR.
           EVALUATE TRUE
              WHEN WS-NUM-STATE = 'S'
                 IF WS-SCAN-CHAR NOT = SPACE
                    SET NUMBER-BAD TO TRUE
                 END-IF
              WHEN WS-SCAN-CHAR = SPACE
                 IF WS-NUM-STATE = 'X' OR WS-NUM-STATE = 'Y'
                    SET NUMBER-BAD TO TRUE
                 ELSE
                    MOVE 'S' TO WS-NUM-STATE
                 END-IF
              WHEN WS-SCAN-CHAR IS NUMERIC
                 PERFORM H611-TAKE-DIGIT
              WHEN WS-SCAN-CHAR = '.' AND WS-NUM-STATE = 'I'
                 MOVE 'F' TO WS-NUM-STATE
              WHEN (WS-SCAN-CHAR = 'E' OR WS-SCAN-CHAR = 'e')
                 AND (WS-NUM-STATE = 'I' OR WS-NUM-STATE = 'F')
                 MOVE 'X' TO WS-NUM-STATE
              WHEN (WS-SCAN-CHAR = '+' OR WS-SCAN-CHAR = '-')
                 AND WS-NUM-STATE = 'X'
                 MOVE WS-SCAN-CHAR TO WS-NUM-EXP-SIGN
                 MOVE 'Y' TO WS-NUM-STATE
              WHEN OTHER
                 SET NUMBER-BAD TO TRUE
           END-EVALUATE.
      *
       H611-TAKE-DIGIT.
           MOVE WS-SCAN-CHAR TO WS-NUM-DIGIT.
           EVALUATE WS-NUM-STATE
              WHEN 'I'
                 IF WS-NUM-MANTISSA > 99999
                    SET NUMBER-BAD TO TRUE
                 ELSE
                    COMPUTE WS-NUM-MANTISSA =
                       WS-NUM-MANTISSA * 10 + WS-NUM-DIGIT
                    ADD 1 TO WS-NUM-DIGITS
                 END-IF
              WHEN 'F'
                 COMPUTE WS-NUM-MANTISSA =
                    WS-NUM-MANTISSA + WS-NUM-DIGIT * WS-NUM-PLACE
                 COMPUTE WS-NUM-PLACE = WS-NUM-PLACE / 10
                 ADD 1 TO WS-NUM-DIGITS
              WHEN OTHER
                 IF WS-NUM-EXPONENT > 9
                    MOVE 99 TO WS-NUM-EXPONENT
                 ELSE
                    COMPUTE WS-NUM-EXPONENT =
                       WS-NUM-EXPONENT * 10 + WS-NUM-DIGIT
                 END-IF
                 MOVE 'Z' TO WS-NUM-STATE
           END-EVALUATE.
      *
       H620-APPLY-EXPONENT.
           IF WS-NUM-EXP-SIGN = '-'
              PERFORM VARYING WS-NUM-EXP-SUB FROM 1 BY 1
                      UNTIL WS-NUM-EXP-SUB > WS-NUM-EXPONENT
                 COMPUTE WS-NUM-MANTISSA ROUNDED = WS-NUM-MANTISSA / 10
              END-PERFORM
           ELSE
              PERFORM VARYING WS-NUM-EXP-SUB FROM 1 BY 1
                      UNTIL WS-NUM-EXP-SUB > WS-NUM-EXPONENT
                         OR WS-NUM-MANTISSA NOT < 10
                 COMPUTE WS-NUM-MANTISSA = WS-NUM-MANTISSA * 10
              END-PERFORM
           END-IF.
      *
       COPY DISPLOAD.
