      *    FIRST EIGHT CHARACTERS OF EACH CODE SO UP TO TEN COLUMNS
      *    FIT THE PRINT LINE. READS THE PER-CELL MATRIX RECORDS THE
      *    EXTRACT NOW CARRIES (ONE PREDICTED/ACTUAL PAIR PER RECORD).
      *    SHOWS THE TRUTH GENERATION THE RUN WAS SCORED AGAINST IN THE
      *    RUN SUMMARY, AND BREAKS THE TREND SECTION AT EVERY CHANGE OF
      *    TRUTH GENERATION ON THE RUN HISTORY: EACH STRETCH OF RUNS IS
      *    LABELLED WITH ITS GENERATION AND THE EFFECTIVE DATE FROM THE
      *    TRUTH-GENERATION CATALOG (SEE GENREC.CPY), AND THE FIRST RUN
      *    AFTER A BREAK IS MARKED NEW TRUTH INSTEAD OF BEING COMPARED
      *    WITH A RUN SCORED AGAINST A DIFFERENT MASTER. HISTORY AND
      *    EXTRACT RECORDS FROM BEFORE THE CATALOG COUNT AS GENERATION
      *    000.
      *    ENDS WITH A STATISTICALLY TIED TIERS SECTION FOR THE BATCH
      *    LEADERBOARD, PRINTED FROM THE SIGNIFICANCE FILE PAIRSIG
      *    WRITES (SEE SIGREC.CPY): EVERY SUBMISSION IN RANK ORDER
      *    UNDER ITS TIER, WITH ITS ACCURACY AND 95% CONFIDENCE
      *    INTERVAL, FOLLOWED BY THE COUNT OF PAIRS TESTED AND FOUND
      *    SIGNIFICANTLY DIFFERENT. WITHOUT THE FILE THE SECTION SAYS
      *    SO.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT OPTIONAL HISTORY ASSIGN TO HISTORY.
           SELECT SCORERPT ASSIGN TO SCORERPT.
           SELECT OPTIONAL DISPFILE ASSIGN TO DISPFILE.
           SELECT OPTIONAL TRUTHCAT ASSIGN TO TRUTHCAT.
           SELECT OPTIONAL SIGFILE ASSIGN TO SIGFILE.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY DCFREC.

      *----------------------------------------------------------------
      *    TRUTHCAT IS THE TRUTH-GENERATION CATALOG ANSPROM KEEPS. ONLY
      *    THE EFFECTIVE DATES ARE TAKEN FROM IT, FOR THE GENERATION
      *    LABELS IN THE TREND SECTION; WITHOUT IT THE LABELS CARRY NO
      *    DATE.
      *----------------------------------------------------------------
       FD  TRUTHCAT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY GENREC.

      *----------------------------------------------------------------
      *    SIGFILE IS THE PAIRWISE-SIGNIFICANCE FILE PAIRSIG WRITES FOR
      *    THE BATCH: ONE ENTRY RECORD PER SUBMISSION IN RANK ORDER,
      *    THEN ONE PAIR RECORD PER PAIR OF SUBMISSIONS.
      *----------------------------------------------------------------
       FD  SIGFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY SIGREC.

       WORKING-STORAGE SECTION.

       COPY DISPCODE.
               88  EXT-AT-EOF         VALUE 'Y'.
           05  WS-HIST-EOF            PIC A(1) VALUE SPACE.
               88  HIST-AT-EOF        VALUE 'Y'.
           05  WS-CAT-EOF             PIC A(1) VALUE SPACE.
               88  CAT-AT-EOF         VALUE 'Y'.
           05  WS-SIG-EOF             PIC A(1) VALUE SPACE.
               88  SIG-AT-EOF         VALUE 'Y'.

      *----------------------------------------------------------------
      *    RUN SUMMARY AND PER-CATEGORY DATA AS LOADED FROM THE
           05  WS-SUM-TOTAL-ROWS      PIC 9(6) VALUE ZERO.
           05  WS-SUM-CORRECT-ROWS    PIC 9(6) VALUE ZERO.
           05  WS-SUM-ACCURACY-TEXT   PIC X(6) VALUE SPACES.
           05  WS-SUM-TRUTH-GEN       PIC 9(3) VALUE ZERO.
           05  WS-SUM-FOUND           PIC X(1) VALUE 'N'.
               88  SUMMARY-LOADED     VALUE 'Y'.

               10  WS-HT-LABEL        PIC X(20).
               10  WS-HT-EQ           PIC 9(6).
               10  WS-HT-ALL          PIC 9(6).
               10  WS-HT-GEN          PIC 9(3).

       01  WS-HIST-WORK.
           05  WS-HIST-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-TREND-RUNS          PIC 9(3) VALUE 10.
           05  WS-CURR-ACCURACY       PIC 9(3)V99 VALUE ZERO.
           05  WS-PREV-ACCURACY       PIC 9(3)V99 VALUE ZERO.
           05  WS-GEN-BREAK-SW        PIC X(1) VALUE 'N'.
               88  GEN-BREAK          VALUE 'Y'.

      *----------------------------------------------------------------
      *    EFFECTIVE DATE OF EACH CATALOGUED TRUTH GENERATION,
      *    SUBSCRIPTED BY GENERATION NUMBER.
      *----------------------------------------------------------------
       01  WS-GEN-TABLE.
           05  WS-GEN-EFF-DATE        PIC 9(8) VALUE ZERO
                                      OCCURS 999 TIMES.

      *----------------------------------------------------------------
      *    BATCH LEADERBOARD ENTRIES FROM THE SIGNIFICANCE FILE, IN
      *    RANK ORDER. THE ACCURACY AND INTERVAL BOUNDS ARE CARRIED AS
      *    TEXT -- PAIRSIG ALREADY EDITED THEM.
      *----------------------------------------------------------------
       01  WS-SIG-TABLE.
           05  WS-SIG-ENTRY OCCURS 50 TIMES.
               10  WS-SGT-RANK        PIC 9(3).
               10  WS-SGT-LABEL       PIC X(20).
               10  WS-SGT-TIER        PIC 9(3).
               10  WS-SGT-TOTAL       PIC 9(6).
               10  WS-SGT-CORRECT     PIC 9(6).
               10  WS-SGT-ACCURACY    PIC X(6).
               10  WS-SGT-CI-LOW      PIC X(6).
               10  WS-SGT-CI-HIGH     PIC X(6).

       01  WS-SIG-WORK.
           05  WS-SIG-COUNT           PIC 9(3) VALUE ZERO.
           05  WS-SIG-SUB             PIC 9(3) VALUE ZERO.
           05  WS-SIG-PAIRS           PIC 9(6) VALUE ZERO.
           05  WS-SIG-DIFFERENT       PIC 9(6) VALUE ZERO.
           05  WS-SIG-FOUND           PIC X(1) VALUE 'N'.
               88  SIGFILE-LOADED     VALUE 'Y'.

       01  WS-PRINT-WORK.
           05  WS-LINE-COUNT          PIC 9(3) VALUE 99.
           05  CATD-F1            PIC 9.999.
           05  FILLER             PIC X(64) VALUE SPACES.

       01  WS-TIR-HDR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(04) VALUE 'TIER'.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(04) VALUE 'RANK'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE 'SUBMISSION'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE
               'CORRECT / TOTAL'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'ACCURACY'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE '95% CONF. INTVL'.
           05  FILLER             PIC X(55) VALUE SPACES.

       01  WS-TIR-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TIRD-TIER          PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  TIRD-RANK          PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TIRD-LABEL         PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  TIRD-CORRECT       PIC ZZZ,ZZ9.
           05  TIRD-SLASH         PIC X(01) VALUE '/'.
           05  TIRD-TOTAL         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  TIRD-ACCURACY      PIC X(06).
           05  TIRD-PCT-SIGN      PIC X(01) VALUE '%'.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  TIRD-CI-LOW        PIC X(06).
           05  TIRD-DASH          PIC X(03) VALUE ' - '.
           05  TIRD-CI-HIGH       PIC X(06).
           05  FILLER             PIC X(54) VALUE SPACES.

       01  WS-TRD-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TRDD-DATE          PIC 9(08).

           PERFORM B000-LOAD-EXTRACT.
           PERFORM C000-LOAD-HISTORY.
           PERFORM C200-LOAD-CATALOG.
           PERFORM C400-LOAD-SIGNIFICANCE.
           PERFORM D000-COMPUTE-METRICS.

           OPEN OUTPUT SCORERPT.
                    MOVE EXT-TOTAL-ROWS TO WS-SUM-TOTAL-ROWS
                    MOVE EXT-CORRECT-ROWS TO WS-SUM-CORRECT-ROWS
                    MOVE EXT-ACCURACY-PCT TO WS-SUM-ACCURACY-TEXT
                    IF EXT-TRUTH-GEN NUMERIC
                       MOVE EXT-TRUTH-GEN TO WS-SUM-TRUTH-GEN
                    END-IF
                    MOVE 'Y' TO WS-SUM-FOUND
                 WHEN 'CATEGORY'
                    PERFORM B200-STORE-CATEGORY
              MOVE HIST-RUN-LABEL TO WS-HT-LABEL (WS-HIST-COUNT)
              MOVE HIST-COUNTER-EQ TO WS-HT-EQ (WS-HIST-COUNT)
              MOVE HIST-COUNTER-ALL TO WS-HT-ALL (WS-HIST-COUNT)
              IF HIST-TRUTH-GEN NUMERIC
                 MOVE HIST-TRUTH-GEN TO WS-HT-GEN (WS-HIST-COUNT)
              ELSE
                 MOVE ZERO TO WS-HT-GEN (WS-HIST-COUNT)
              END-IF
              PERFORM C100-READ-HISTORY
           END-PERFORM.
           CLOSE HISTORY.
           END-READ.
      *
      *----------------------------------------------------------------
      *    C200-LOAD-CATALOG FILES EACH CATALOGUED TRUTH GENERATION'S
      *    EFFECTIVE DATE UNDER ITS GENERATION NUMBER.
      *----------------------------------------------------------------
       C200-LOAD-CATALOG.
           OPEN INPUT TRUTHCAT.
           PERFORM C300-READ-CATALOG.
           PERFORM UNTIL CAT-AT-EOF
              IF GEN-NUMBER NUMERIC AND GEN-NUMBER > ZERO
                 MOVE GEN-EFFECTIVE-DATE
                    TO WS-GEN-EFF-DATE (GEN-NUMBER)
              END-IF
              PERFORM C300-READ-CATALOG
           END-PERFORM.
           CLOSE TRUTHCAT.
      *
       C300-READ-CATALOG.
           READ TRUTHCAT
           AT END SET CAT-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    C400-LOAD-SIGNIFICANCE FILES THE ENTRY RECORDS OF THE
      *    SIGNIFICANCE FILE IN RANK ORDER AND COUNTS ITS PAIR RECORDS,
      *    AND THOSE WHOSE VERDICT IS NOT A TIE. UNRECOGNIZED RECORD
      *    TYPES ARE SKIPPED, AS ON THE EXTRACT.
      *----------------------------------------------------------------
       C400-LOAD-SIGNIFICANCE.
           OPEN INPUT SIGFILE.
           PERFORM C500-READ-SIGFILE.
           PERFORM UNTIL SIG-AT-EOF
              MOVE 'Y' TO WS-SIG-FOUND
              EVALUATE SIG-RECORD-TYPE
                 WHEN 'ENTRY   '
                    IF WS-SIG-COUNT < 50
                       ADD 1 TO WS-SIG-COUNT
                       MOVE SIG-RANK TO WS-SGT-RANK (WS-SIG-COUNT)
                       MOVE SIG-LABEL TO WS-SGT-LABEL (WS-SIG-COUNT)
                       MOVE SIG-TIER TO WS-SGT-TIER (WS-SIG-COUNT)
                       MOVE SIG-TOTAL-ROWS
                          TO WS-SGT-TOTAL (WS-SIG-COUNT)
                       MOVE SIG-CORRECT-ROWS
                          TO WS-SGT-CORRECT (WS-SIG-COUNT)
                       MOVE SIG-ACCURACY-PCT
                          TO WS-SGT-ACCURACY (WS-SIG-COUNT)
                       MOVE SIG-CI-LOW-PCT
                          TO WS-SGT-CI-LOW (WS-SIG-COUNT)
                       MOVE SIG-CI-HIGH-PCT
                          TO WS-SGT-CI-HIGH (WS-SIG-COUNT)
                    END-IF
                 WHEN 'PAIR    '
                    ADD 1 TO WS-SIG-PAIRS
                    IF SIP-VERDICT NOT = '='
                       ADD 1 TO WS-SIG-DIFFERENT
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM C500-READ-SIGFILE
           END-PERFORM.
           CLOSE SIGFILE.
      *
       C500-READ-SIGFILE.
           READ SIGFILE
           AT END SET SIG-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    D000-COMPUTE-METRICS DERIVES PRECISION, RECALL AND F1 FOR
      *    EACH DISPOSITION CLASS FROM THE MATRIX RECORDS, THE SAME
      *    WAY EVALUAT DERIVES THEM IN ITS E000-COMPUTE-METRICS.
      *
      *----------------------------------------------------------------
      *    E000-PRINT-REPORT LAYS OUT THE SCORECARD: RUN SUMMARY,
      *    CONFUSION MATRIX GRID, PER-CATEGORY METRICS TABLE, THE
      *    LAST-N-RUNS TREND SECTION AND THE BATCH LEADERBOARD'S
      *    STATISTICALLY TIED TIERS.
      *----------------------------------------------------------------
       E000-PRINT-REPORT.
           PERFORM W100-NEW-PAGE.
              WS-SUM-ACCURACY-TEXT '%'
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           MOVE SPACES TO TXT-TEXT.
           STRING 'TRUTH GENERATION           '
              WS-SUM-TRUTH-GEN
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.

           PERFORM W300-WRITE-BLANK-LINE.
           MOVE 'CONFUSION MATRIX (PREDICTED VS ACTUAL)' TO TXT-TEXT.
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           PERFORM E300-PRINT-TREND.

           PERFORM W300-WRITE-BLANK-LINE.
           MOVE SPACES TO TXT-TEXT.
           STRING 'STATISTICALLY TIED TIERS - BATCH LEADERBOARD '
              '(MCNEMAR, 5% LEVEL)'
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           PERFORM E400-PRINT-TIERS.
      *
       E100-PRINT-MATRIX.
           PERFORM VARYING WS-ANS-SUB FROM 1 BY 1
      *    E300-PRINT-TREND PRINTS THE MOST RECENT RUNS FROM THE
      *    HISTORY TABLE, OLDEST FIRST, EACH MARKED IMPROVING,
      *    REGRESSING OR FLAT AGAINST THE RUN BEFORE IT -- THE SAME
      *    COMPARISON TRENDRPT MAKES ON THE CONSOLE. THE FIRST RUN
      *    PRINTED, AND EVERY RUN SCORED AGAINST A DIFFERENT TRUTH
      *    GENERATION FROM THE RUN BEFORE IT, IS PRECEDED BY A
      *    GENERATION LABEL; A RUN THAT OPENS A NEW GENERATION IS
      *    MARKED NEW TRUTH RATHER THAN COMPARED ACROSS THE BREAK.
      *----------------------------------------------------------------
       E300-PRINT-TREND.
           IF WS-HIST-COUNT = ZERO
           END-IF.
      *
       E310-PRINT-TREND-RUN.
           MOVE 'N' TO WS-GEN-BREAK-SW.
           IF WS-HIST-SUB > 1
              IF WS-HT-GEN (WS-HIST-SUB)
                 NOT = WS-HT-GEN (WS-HIST-SUB - 1)
                 SET GEN-BREAK TO TRUE
              END-IF
           END-IF.
           IF GEN-BREAK OR WS-HIST-SUB = WS-HIST-START
              PERFORM E330-PRINT-GEN-LABEL
           END-IF.

           IF WS-HT-ALL (WS-HIST-SUB) > ZERO
              COMPUTE WS-CURR-ACCURACY ROUNDED =
                 WS-HT-EQ (WS-HIST-SUB) / WS-HT-ALL (WS-HIST-SUB) * 100
           MOVE WS-HT-ALL (WS-HIST-SUB) TO TRDD-TOTAL.
           MOVE WS-CURR-ACCURACY TO TRDD-ACCURACY.

           EVALUATE TRUE
              WHEN WS-HIST-SUB = 1
                 MOVE SPACES TO TRDD-TREND
              WHEN GEN-BREAK
                 MOVE 'NEW TRUTH ' TO TRDD-TREND
              WHEN OTHER
                 PERFORM E320-SET-TREND-AGAINST-PREV
           END-EVALUATE.

           MOVE WS-TRD-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
                 MOVE 'FLAT      ' TO TRDD-TREND
           END-EVALUATE.
      *
      *    E330-PRINT-GEN-LABEL HEADS A STRETCH OF RUNS SCORED AGAINST
      *    ONE TRUTH GENERATION.
       E330-PRINT-GEN-LABEL.
           MOVE SPACES TO TXT-TEXT.
           EVALUATE TRUE
              WHEN WS-HT-GEN (WS-HIST-SUB) = ZERO
                 MOVE 'TRUTH GENERATION 000 -- NOT ON THE TRUTH CATALOG'
                    TO TXT-TEXT
              WHEN WS-GEN-EFF-DATE (WS-HT-GEN (WS-HIST-SUB)) = ZERO
                 STRING 'TRUTH GENERATION ' WS-HT-GEN (WS-HIST-SUB)
                    DELIMITED BY SIZE INTO TXT-TEXT
              WHEN OTHER
                 STRING 'TRUTH GENERATION ' WS-HT-GEN (WS-HIST-SUB)
                    ', EFFECTIVE '
                    WS-GEN-EFF-DATE (WS-HT-GEN (WS-HIST-SUB))
                    DELIMITED BY SIZE INTO TXT-TEXT
           END-EVALUATE.
           PERFORM W200-WRITE-TEXT-LINE.
      *
      *----------------------------------------------------------------
      *    E400-PRINT-TIERS LISTS THE BATCH LEADERBOARD IN RANK ORDER,
      *    THE TIER NUMBER PRINTED ON THE FIRST ENTRY OF EACH TIER AND
      *    A BLANK LINE BETWEEN TIERS, SO THE GROUPS OF SUBMISSIONS
      *    WHOSE ACCURACIES CANNOT BE TOLD APART STAND OUT.
      *----------------------------------------------------------------
       E400-PRINT-TIERS.
           IF NOT SIGFILE-LOADED
              MOVE SPACES TO TXT-TEXT
              STRING 'NO PAIRWISE SIGNIFICANCE FILE -- TIERS NOT '
                 'AVAILABLE.'
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           ELSE
              MOVE WS-TIR-HDR TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              PERFORM VARYING WS-SIG-SUB FROM 1 BY 1
                                 UNTIL WS-SIG-SUB > WS-SIG-COUNT
                 PERFORM E410-PRINT-TIER-ENTRY
              END-PERFORM
              PERFORM W300-WRITE-BLANK-LINE
              MOVE SPACES TO TXT-TEXT
              STRING WS-SIG-PAIRS ' PAIRS TESTED, '
                 WS-SIG-DIFFERENT ' SIGNIFICANTLY DIFFERENT'
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           END-IF.
      *
       E410-PRINT-TIER-ENTRY.
           IF WS-SIG-SUB = 1
              MOVE WS-SGT-TIER (WS-SIG-SUB) TO TIRD-TIER
           ELSE
              IF WS-SGT-TIER (WS-SIG-SUB)
                 NOT = WS-SGT-TIER (WS-SIG-SUB - 1)
                 PERFORM W300-WRITE-BLANK-LINE
                 MOVE WS-SGT-TIER (WS-SIG-SUB) TO TIRD-TIER
              ELSE
                 MOVE ZERO TO TIRD-TIER
              END-IF
           END-IF.
           MOVE WS-SGT-RANK (WS-SIG-SUB) TO TIRD-RANK.
           MOVE WS-SGT-LABEL (WS-SIG-SUB) TO TIRD-LABEL.
           MOVE WS-SGT-CORRECT (WS-SIG-SUB) TO TIRD-CORRECT.
           MOVE WS-SGT-TOTAL (WS-SIG-SUB) TO TIRD-TOTAL.
           MOVE WS-SGT-ACCURACY (WS-SIG-SUB) TO TIRD-ACCURACY.
           MOVE WS-SGT-CI-LOW (WS-SIG-SUB) TO TIRD-CI-LOW.
           MOVE WS-SGT-CI-HIGH (WS-SIG-SUB) TO TIRD-CI-HIGH.
           MOVE WS-TIR-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
      *
      *----------------------------------------------------------------
      *    W000-WRITE-LINE WRITES THE LINE ALREADY SITTING IN
      *    REPORT-LINE, BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE
