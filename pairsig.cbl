       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAIRSIG.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    TELLS WHICH LEADERBOARD GAPS ARE REAL. SCORES THE SAME
      *    SUBLIST BATCH EVALBAT RANKS AGAINST THE SAME ANSWERS MASTER,
      *    KEEPING FOR EVERY SUBMISSION WHICH PUBLIC-SIDE ROWS IT GOT
      *    RIGHT AND WHICH IT GOT WRONG, THEN RUNS A PAIRED MCNEMAR
      *    TEST ON EVERY PAIR OF SUBMISSIONS OVER THE ROWS BOTH SCORED:
      *    ONLY THE ROWS ONE GOT RIGHT AND THE OTHER WRONG COUNT. WITH
      *    FEWER THAN 25 SUCH ROWS THE TWO-SIDED P-VALUE IS THE EXACT
      *    BINOMIAL ONE, OTHERWISE IT COMES FROM THE CONTINUITY-
      *    CORRECTED CHI-SQUARE STATISTIC; A PAIR DIFFERS SIGNIFICANTLY
      *    WHEN IT IS BELOW 0.05. EACH SUBMISSION ALSO GETS A 95%
      *    WILSON SCORE CONFIDENCE INTERVAL ON ITS ACCURACY.
      *    EACH SUBMISSION TAKES THE RANK EVALBAT GAVE IT ON THE
      *    LEADERBOARD (SO DEGENERATE ENTRIES SIT BELOW CLEAN ONES AND A
      *    WEIGHTED RANKING IS FOLLOWED), AND THE SUBMISSIONS ARE
      *    GROUPED INTO STATISTICALLY TIED TIERS DOWN THAT RANKING: THE
      *    TOP ENTRY LEADS TIER 1, AND EACH ENTRY DOWN THE RANKING STAYS
      *    IN THE CURRENT TIER UNLESS IT DIFFERS SIGNIFICANTLY FROM ANY
      *    ENTRY ALREADY IN IT, IN WHICH CASE IT LEADS THE NEXT TIER.
      *    THE ENTRIES, WITH THEIR INTERVALS AND TIERS, AND EVERY PAIR'S
      *    TEST ARE WRITTEN TO THE SIGFILE (SEE SIGREC.CPY) FOR SCORECRD
      *    TO PRINT, AND THE SIGNIFICANCE MATRIX IS DISPLAYED RANK BY
      *    RANK. HONORS THE HOLDOUT SPLIT (ONLY PUBLIC-SIDE ROWS ARE
      *    TESTED, AS ONLY THEY ARE PUBLISHED), PAIRSIG_PROB_MODE FOR
      *    PROBABILISTIC SUBMISSIONS THE WAY EVALBAT_PROB_MODE DOES, THE
      *    ANSWERS MASTER TRAILER CHECK AND THE TRUTH-GENERATION STAMP.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUBLIST ASSIGN TO SUBLIST.
           SELECT RESPONSE ASSIGN TO DYNAMIC WS-RESPONSE-PATH
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT ANSWERS ASSIGN TO ANSWERS.
           SELECT SIGFILE ASSIGN TO SIGFILE.
           SELECT LEADERBOARD ASSIGN TO LEADERBOARD.
           SELECT OPTIONAL DISPFILE ASSIGN TO DISPFILE.
           SELECT OPTIONAL SPLTMAST ASSIGN TO SPLTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPL-KOI-ID
               FILE STATUS IS WS-SPLTMAST-STATUS.
           SELECT OPTIONAL TRUTHCAT ASSIGN TO TRUTHCAT.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      *    SUBLIST IS EVALBAT'S BATCH CONTROL FILE, READ UNCHANGED: ONE
      *    RECORD PER SUBMISSION, GIVING ITS RESPONSE FILE AND LABEL.
      *----------------------------------------------------------------
       FD  SUBLIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SUBLIST-RECORD.
           05  SUBL-FILE-NAME     PIC X(40).
           05  SUBL-LABEL         PIC X(20).
           05  FILLER             PIC X(20).

       FD  RESPONSE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==RESP-RECORD==
                              ==:PFX:== BY ==RESP==.
      *    ALTERNATE LAYOUT OF THE SAME BUFFER FOR PROBABILISTIC
      *    SUBMISSIONS (PAIRSIG_PROB_MODE=Y), CONVERTED TO RESP-RECORD
      *    FORM BY V000-CONVERT-PROB-ROW BEFORE THE ROW IS SCORED.
       COPY PROBREC REPLACING ==:REC:== BY ==RESP-PROB-RECORD==
                              ==:PFX:== BY ==RPB==.

       FD  ANSWERS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==ANS-RECORD==
                              ==:PFX:== BY ==ANS==.

      *----------------------------------------------------------------
      *    SIGFILE RECEIVES ONE ENTRY RECORD PER SUBMISSION IN RANK
      *    ORDER, THEN ONE PAIR RECORD PER PAIR OF SUBMISSIONS.
      *----------------------------------------------------------------
       FD  SIGFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY SIGREC.

      *----------------------------------------------------------------
      *    LEADERBOARD MIRRORS THE LEADERBOARD RECORD LAYOUT EVALBAT
      *    WRITES. ONLY THE RANK AND LABEL ARE USED HERE.
      *----------------------------------------------------------------
       FD  LEADERBOARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  LEADER-RECORD.
           05  LDR-RANK           PIC 9(3).
           05  LDR-LABEL          PIC X(20).
           05  LDR-TOTAL-ROWS     PIC 9(6).
           05  LDR-CORRECT-ROWS   PIC 9(6).
           05  LDR-UNMATCHED-ROWS PIC 9(6).
           05  LDR-ACCURACY-PCT   PIC ZZ9.99.
           05  LDR-WEIGHTED-PCT   PIC ZZ9.99.
           05  LDR-BRIER          PIC 9.9999.
           05  LDR-LOGLOSS        PIC ZZ9.9999.
           05  LDR-DUP-FLAG       PIC X(01).
           05  LDR-LIFT-PCT       PIC -ZZ9.99.
           05  LDR-DEGEN-CODE     PIC X(02).
           05  LDR-TRUTH-GEN      PIC 9(03).

       FD  DISPFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY DCFREC.

      *----------------------------------------------------------------
      *    SPLTMAST IS THE KEYED HOLDOUT-SPLIT MASTER SPLITASG BUILDS,
      *    READ BY KOI ID TO TELL A PUBLIC-SIDE ROW FROM A PRIVATE ONE.
      *----------------------------------------------------------------
       FD  SPLTMAST RECORD CONTAINS 80 CHARACTERS.
       COPY SPLREC.

      *----------------------------------------------------------------
      *    TRUTHCAT IS THE TRUTH-GENERATION CATALOG ANSPROM KEEPS, READ
      *    ONLY TO FIND WHICH GENERATION THIS BATCH IS TESTED AGAINST.
      *----------------------------------------------------------------
       FD  TRUTHCAT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY GENREC.

       WORKING-STORAGE SECTION.

       COPY DISPCODE.
       COPY ATRREC.

       01  WS-RESPONSE-PATH               PIC X(40) VALUE SPACES.
       01  WS-RESPONSE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SPLTMAST-STATUS             PIC X(02) VALUE SPACES.

       01  WS-SUB-EOF                     PIC A(1) VALUE SPACE.
           88  SUBLIST-AT-EOF             VALUE 'Y'.

       01  WS-EOF-SWITCHES.
           05  WS-RESP-EOF            PIC A(1) VALUE SPACE.
               88  RESP-AT-EOF        VALUE 'Y'.
           05  WS-ANS-EOF             PIC A(1) VALUE SPACE.
               88  ANS-AT-EOF         VALUE 'Y'.

       01  WS-VALIDATION-SWITCH           PIC X(01) VALUE 'Y'.
           88  ROW-IS-VALID               VALUE 'Y'.
           88  ROW-IS-INVALID             VALUE 'N'.

      *----------------------------------------------------------------
      *    HOLDOUT-SPLIT SWITCHES, AS IN EVALBAT. WS-SPLIT-SW IS 'Y'
      *    WHEN THE SPLIT MASTER OPENED; WS-PARTITION-SW HOLDS THE
      *    SIDE OF THE ROW BEING SCORED.
      *----------------------------------------------------------------
       01  WS-SPLIT-SW                    PIC X(01) VALUE 'N'.
           88  SPLIT-IN-USE               VALUE 'Y'.
       01  WS-PARTITION-SW                PIC X(01) VALUE 'U'.
           88  ROW-IS-PUBLIC              VALUE 'U'.
           88  ROW-IS-PRIVATE             VALUE 'R'.

      *----------------------------------------------------------------
      *    ONE ENTRY PER SUBMISSION ON SUBLIST, IN SUBLIST ORDER. THE
      *    TABLE IS NEVER SORTED; WS-ORDER-SUB GIVES THE ENTRY AT EACH
      *    POSITION DOWN THE LEADERBOARD, SO THE PER-KOI RESULT COLUMNS
      *    STAY WITH THEIR ENTRY. WS-SUB-RANK IS THE LEADERBOARD RANK,
      *    WHICH SKIPS THE VIRTUAL CONSENSUS ENTRY'S PLACE; WS-SUB-TIER
      *    IS FILLED ONCE THE PAIRS ARE TESTED.
      *----------------------------------------------------------------
       01  WS-SUBMISSIONS.
           05  WS-SUB-ENTRY OCCURS 50 TIMES INDEXED BY SUB-IDX.
               10  WS-SUB-LABEL           PIC X(20).
               10  WS-SUB-FILE            PIC X(40).
               10  WS-SUB-TOTAL           PIC 9(6) VALUE ZERO.
               10  WS-SUB-CORRECT         PIC 9(6) VALUE ZERO.
               10  WS-SUB-ACCURACY        PIC 9(3)V99 VALUE ZERO.
               10  WS-SUB-CI-LOW          PIC 9(3)V99 VALUE ZERO.
               10  WS-SUB-CI-HIGH         PIC 9(3)V99 VALUE ZERO.
               10  WS-SUB-RANK            PIC 9(3) VALUE ZERO.
               10  WS-SUB-TIER            PIC 9(3) VALUE ZERO.

       01  WS-SUB-COUNT                   PIC 9(3) VALUE ZERO.

       01  WS-RANK-ORDER.
           05  WS-ORDER-SUB               PIC 9(3) OCCURS 50 TIMES.

       01  WS-RANK-WORK.
           05  WS-OUTER-IDX               PIC 9(3) VALUE ZERO.
           05  WS-RANKED-COUNT            PIC 9(3) VALUE ZERO.
           05  WS-LDR-EOF                 PIC A(1) VALUE SPACE.
               88  LDR-AT-EOF             VALUE 'Y'.
           05  WS-MATCH-SW                PIC X(1) VALUE 'N'.
               88  LEADER-MATCHED         VALUE 'Y'.
           05  WS-LDR-MISMATCH-SW         PIC X(1) VALUE 'N'.
               88  LEADERBOARD-MISMATCH   VALUE 'Y'.

      *----------------------------------------------------------------
      *    PER-KOI RESULT TABLE, ONE ENTRY PER ANSWERS MASTER ROW IN
      *    FILE ORDER, WITH ONE RESULT BYTE PER SUBMISSION: 'C' IF THE
      *    SUBMISSION SCORED THE ROW AND GOT IT RIGHT, 'W' IF IT GOT IT
      *    WRONG, SPACE IF IT DID NOT SCORE IT (NO MATCHING ROW, AN
      *    INVALID CODE, OR THE PRIVATE SIDE OF THE SPLIT). A MASTER
      *    LARGER THAN THE TABLE IS STILL SCORED IN FULL FOR ACCURACY,
      *    BUT ONLY THE FIRST 10000 ROWS ENTER THE PAIRED TESTS.
      *----------------------------------------------------------------
       01  WS-KOI-TABLE.
           05  WS-KOI-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-KOI-ENTRY OCCURS 10000 TIMES.
               10  WS-KOI-ID              PIC X(12).
               10  WS-KOI-PRIVATE         PIC X(1).
               10  WS-KOI-RESULT          PIC X(1) OCCURS 50 TIMES.

       01  WS-KOI-WORK.
           05  WS-ANS-ORDINAL             PIC 9(5) VALUE ZERO.
           05  WS-KOI-SUB                 PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      *    ONE CELL PER PAIR OF RANKS. ONLY THE CELLS ABOVE THE
      *    DIAGONAL (FIRST RANK HIGHER THAN THE SECOND) ARE FILLED;
      *    'A' IS THE HIGHER-RANKED ENTRY OF THE PAIR AND 'B' THE
      *    LOWER. WS-PAIR-VERDICT IS '>' WHEN A IS SIGNIFICANTLY
      *    BETTER, '<' WHEN B IS, '=' WHEN THEY ARE TIED.
      *----------------------------------------------------------------
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ROW OCCURS 50 TIMES.
               10  WS-PAIR-CELL OCCURS 50 TIMES.
                   15  WS-PAIR-A-ONLY     PIC 9(6).
                   15  WS-PAIR-B-ONLY     PIC 9(6).
                   15  WS-PAIR-BOTH       PIC 9(6).
                   15  WS-PAIR-CHI        PIC 9(6)V999.
                   15  WS-PAIR-METHOD     PIC X(1).
                   15  WS-PAIR-P-VALUE    PIC 9V9(6).
                   15  WS-PAIR-VERDICT    PIC X(1).

       01  WS-PAIR-WORK.
           05  WS-RANK-A                  PIC 9(3) VALUE ZERO.
           05  WS-RANK-B                  PIC 9(3) VALUE ZERO.
           05  WS-SUB-A                   PIC 9(3) VALUE ZERO.
           05  WS-SUB-B                   PIC 9(3) VALUE ZERO.
           05  WS-SUB-SUB                 PIC 9(3) VALUE ZERO.
           05  WS-A-ONLY                  PIC 9(6) VALUE ZERO.
           05  WS-B-ONLY                  PIC 9(6) VALUE ZERO.
           05  WS-BOTH-SCORED             PIC 9(6) VALUE ZERO.
           05  WS-DISCORDANT              PIC 9(6) VALUE ZERO.
           05  WS-SMALLER                 PIC 9(6) VALUE ZERO.
           05  WS-ABS-DIFF                PIC 9(6) VALUE ZERO.
           05  WS-CHI-SQUARE              PIC 9(6)V999 VALUE ZERO.
           05  WS-P-VALUE                 PIC 9V9(6) VALUE ZERO.
           05  WS-METHOD                  PIC X(1) VALUE SPACE.
           05  WS-VERDICT                 PIC X(1) VALUE SPACE.

      *----------------------------------------------------------------
      *    TEST CONSTANTS. A PAIR DIFFERS SIGNIFICANTLY WHEN ITS
      *    TWO-SIDED P-VALUE IS BELOW WS-SIG-LEVEL; THE EXACT BINOMIAL
      *    P-VALUE IS USED WHEN FEWER THAN WS-EXACT-LIMIT ROWS
      *    DISAGREE, WHERE THE CHI-SQUARE APPROXIMATION IS POOR.
      *    WS-Z IS THE 95% NORMAL QUANTILE FOR THE WILSON INTERVAL.
      *----------------------------------------------------------------
       01  WS-TEST-CONSTANTS.
           05  WS-SIG-LEVEL               PIC 9V99 VALUE 0.05.
           05  WS-EXACT-LIMIT             PIC 9(3) VALUE 25.
           05  WS-Z                       PIC 9V99 VALUE 1.96.
           05  WS-Z-SQ                    PIC 9V9(4) VALUE 3.8416.

      *----------------------------------------------------------------
      *    EXACT BINOMIAL WORK AREA: THE TERMS C(N,K) * 0.5 ** N FOR
      *    K = 0 UP TO THE SMALLER DISCORDANT COUNT, EACH DERIVED FROM
      *    THE LAST, SUMMED INTO THE ONE-SIDED TAIL.
      *----------------------------------------------------------------
       01  WS-EXACT-WORK.
           05  WS-EXACT-K                 PIC 9(6) VALUE ZERO.
           05  WS-EXACT-TERM              PIC 9V9(15) VALUE ZERO.
           05  WS-EXACT-SUM               PIC 9V9(15) VALUE ZERO.

      *----------------------------------------------------------------
      *    CHI-SQUARE P-VALUE WORK AREA. WITH ONE DEGREE OF FREEDOM THE
      *    UPPER TAIL OF THE STATISTIC IS ERFC(SQRT(CHI / 2)), TAKEN
      *    FROM THE ABRAMOWITZ AND STEGUN 7.1.26 APPROXIMATION
      *    (ABSOLUTE ERROR UNDER 1.5E-7).
      *----------------------------------------------------------------
       01  WS-ERFC-WORK.
           05  WS-ERFC-X                  PIC 9(4)V9(6) VALUE ZERO.
           05  WS-ERFC-T                  PIC 9V9(9) VALUE ZERO.
           05  WS-ERFC-POLY               PIC S9(3)V9(9) VALUE ZERO.

      *----------------------------------------------------------------
      *    WILSON SCORE INTERVAL WORK AREA.
      *----------------------------------------------------------------
       01  WS-CI-WORK.
           05  WS-P-HAT                   PIC 9V9(6) VALUE ZERO.
           05  WS-CI-DENOM                PIC 9V9(6) VALUE ZERO.
           05  WS-CI-CENTER               PIC 9V9(6) VALUE ZERO.
           05  WS-CI-HALF                 PIC 9V9(6) VALUE ZERO.
           05  WS-CI-TERM                 PIC 9V9(9) VALUE ZERO.
           05  WS-CI-VARIANCE             PIC 9V9(9) VALUE ZERO.
           05  WS-CI-BOUND                PIC S9(3)V99 VALUE ZERO.

       01  WS-TIER-WORK.
           05  WS-TIER-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-TIER-LEADER             PIC 9(3) VALUE ZERO.
           05  WS-TIER-BREAK-SW           PIC X(1) VALUE 'N'.
               88  TIER-BREAK             VALUE 'Y'.

      *----------------------------------------------------------------
      *    PROBABILISTIC-MODE WORK AREAS, AS IN EVALBAT.
      *----------------------------------------------------------------
       01  WS-PROB-MODE-TEXT              PIC X(01) VALUE SPACE.
       01  WS-PROB-MODE-SW                PIC X(01) VALUE 'N'.
           88  PROB-MODE                  VALUE 'Y'.

       01  WS-PRB-PARSE.
           05  WS-PRB-TEXT            PIC X(5).
           05  FILLER REDEFINES WS-PRB-TEXT.
               10  WS-PRB-UNIT        PIC 9(1).
               10  WS-PRB-DOT         PIC X(1).
               10  WS-PRB-FRAC        PIC 9(3).

       01  WS-PROB-WORK.
           05  WS-PRB-VALUE           PIC 9V999 OCCURS 10 TIMES.
           05  WS-PRB-SUB             PIC 9(2) VALUE ZERO.
           05  WS-ARGMAX-SUB          PIC 9(2) VALUE ZERO.
           05  WS-ARGMAX-TEXT         PIC X(5) VALUE SPACES.
           05  WS-PROB-BAD-SW         PIC X(1) VALUE 'N'.
               88  PROB-ROW-BAD       VALUE 'Y'.

      *----------------------------------------------------------------
      *    CONSOLE MATRIX LINE: ONE ROW PER RANK, ONE CELL PER RANK
      *    ACROSS. THE HEADING CARRIES THE LAST DIGIT OF EACH COLUMN'S
      *    RANK.
      *----------------------------------------------------------------
       01  WS-MATRIX-LINE.
           05  MTX-RANK                   PIC ZZ9.
           05  MTX-DELIM-1                PIC X(01).
           05  MTX-LABEL                  PIC X(20).
           05  MTX-DELIM-2                PIC X(01).
           05  MTX-CELL                   PIC X(01) OCCURS 50 TIMES.

       01  WS-MATRIX-HEAD.
           05  MTH-TITLE                  PIC X(25).
           05  MTH-DIGIT                  PIC 9(01) OCCURS 50 TIMES.

       01  WS-DIGIT-WORK.
           05  WS-DIGIT-QUOT              PIC 9(3) VALUE ZERO.

       01  WS-DISPLAY-FIELDS.
           05  WS-DISP-ACCURACY           PIC ZZ9.99.
           05  WS-DISP-CI-LOW             PIC ZZ9.99.
           05  WS-DISP-CI-HIGH            PIC ZZ9.99.
           05  WS-DISP-P-VALUE            PIC 9.9999.

       01  COUNTERS.
           05  COUNTER-PAIRS              PIC 9(6) VALUE ZERO.
           05  COUNTER-SIG-PAIRS          PIC 9(6) VALUE ZERO.
           05  COUNTER-WRITTEN            PIC 9(6) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM Y000-LOAD-DISP-CODES.

           ACCEPT WS-PROB-MODE-TEXT FROM ENVIRONMENT
              'PAIRSIG_PROB_MODE'.
           IF WS-PROB-MODE-TEXT = 'Y'
              SET PROB-MODE TO TRUE
              DISPLAY 'PROBABILISTIC SUBMISSION MODE -- ARGMAX CLASS '
                 'SCORED AS THE PREDICTION'
           END-IF.

           PERFORM Y500-VERIFY-ANSWERS.
           PERFORM Y800-FIND-GENERATION.

           OPEN INPUT SUBLIST.
           PERFORM B000-LOAD-SUBMISSIONS.
           CLOSE SUBLIST.
           PERFORM D000-RANK-SUBMISSIONS.

           PERFORM F100-OPEN-SPLIT.
           PERFORM F000-LOAD-KOI-TABLE.

           PERFORM VARYING SUB-IDX FROM 1 BY 1
                              UNTIL SUB-IDX > WS-SUB-COUNT
              PERFORM C000-SCORE-SUBMISSION
           END-PERFORM.

           IF SPLIT-IN-USE
              CLOSE SPLTMAST
           END-IF.

           PERFORM E000-COMPUTE-INTERVALS.
           PERFORM G000-TEST-PAIRS.
           PERFORM H000-ASSIGN-TIERS.

           OPEN OUTPUT SIGFILE.
           PERFORM J000-WRITE-ENTRIES.
           PERFORM J100-WRITE-PAIRS.
           CLOSE SIGFILE.

           PERFORM K000-DISPLAY-RESULTS.

           STOP RUN.
      *
      *----------------------------------------------------------------
      *    B000-LOAD-SUBMISSIONS READS THE CONTROL FILE INTO THE
      *    WS-SUBMISSIONS TABLE WITH THE SAME 50-SUBMISSION CAP
      *    EVALBAT APPLIES, SO BOTH STEPS RANK THE SAME ENTRIES.
      *----------------------------------------------------------------
       B000-LOAD-SUBMISSIONS.
           PERFORM B100-READ-SUBLIST.
           PERFORM UNTIL SUBLIST-AT-EOF
              IF WS-SUB-COUNT < 50
                 ADD 1 TO WS-SUB-COUNT
                 MOVE SUBL-LABEL TO WS-SUB-LABEL (WS-SUB-COUNT)
                 MOVE SUBL-FILE-NAME TO WS-SUB-FILE (WS-SUB-COUNT)
              ELSE
                 DISPLAY '*** WARNING -- SUBLIST HAS MORE THAN 50 '
                    'SUBMISSIONS -- TESTING ONLY THE FIRST 50'
                 DISPLAY '*** SKIPPED ' SUBL-LABEL ' (' SUBL-FILE-NAME
                    ')'
              END-IF
              PERFORM B100-READ-SUBLIST
           END-PERFORM.
      *
       B100-READ-SUBLIST.
           READ SUBLIST
           AT END SET SUBLIST-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    C000-SCORE-SUBMISSION MATCHES ONE SUBMISSION'S RESPONSE FILE
      *    AGAINST THE ANSWERS MASTER BY KOI ID THE WAY EVALBAT DOES,
      *    COUNTING ITS PUBLIC-SIDE TOTAL AND CORRECT ROWS AND FILLING
      *    ITS RESULT COLUMN IN THE KOI TABLE. A RESPONSE FILE THAT
      *    CANNOT BE OPENED LEAVES THE SUBMISSION WITH NO SCORED ROWS.
      *----------------------------------------------------------------
       C000-SCORE-SUBMISSION.
           MOVE WS-SUB-FILE (SUB-IDX) TO WS-RESPONSE-PATH.
           MOVE ZERO TO WS-SUB-TOTAL (SUB-IDX).
           MOVE ZERO TO WS-SUB-CORRECT (SUB-IDX).
      *    SUB-IDX BELONGS TO THE SUBMISSION TABLE, SO THE RESULT
      *    COLUMN IS ADDRESSED THROUGH THE NUMERIC WS-SUB-SUB.
           SET WS-SUB-SUB TO SUB-IDX.
           PERFORM VARYING WS-KOI-SUB FROM 1 BY 1
                              UNTIL WS-KOI-SUB > WS-KOI-COUNT
              MOVE SPACE TO WS-KOI-RESULT (WS-KOI-SUB WS-SUB-SUB)
           END-PERFORM.

           MOVE SPACE TO WS-RESP-EOF.
           MOVE SPACE TO WS-ANS-EOF.
           MOVE ZERO TO WS-ANS-ORDINAL.

           OPEN INPUT RESPONSE.
           IF WS-RESPONSE-STATUS NOT = '00'
              DISPLAY '*** WARNING -- CANNOT OPEN RESPONSE FILE '
                 WS-RESPONSE-PATH
              DISPLAY '*** SKIPPING SUBMISSION ' WS-SUB-LABEL (SUB-IDX)
                 ' (FILE STATUS ' WS-RESPONSE-STATUS ')'
           ELSE
              OPEN INPUT ANSWERS

              PERFORM C100-READ-RESPONSE
              PERFORM C200-READ-ANSWERS

              PERFORM UNTIL RESP-AT-EOF AND ANS-AT-EOF
                 EVALUATE TRUE
                    WHEN RESP-AT-EOF
                       PERFORM C200-READ-ANSWERS

                    WHEN ANS-AT-EOF
                       PERFORM C100-READ-RESPONSE

                    WHEN RESP-KOI-ID = ANS-KOI-ID
                       PERFORM C300-SCORE-ROW
                       PERFORM C100-READ-RESPONSE
                       PERFORM C200-READ-ANSWERS

                    WHEN RESP-KOI-ID < ANS-KOI-ID
                       PERFORM C100-READ-RESPONSE

                    WHEN OTHER
                       PERFORM C200-READ-ANSWERS
                 END-EVALUATE
              END-PERFORM

              CLOSE RESPONSE
              CLOSE ANSWERS
           END-IF.

           IF WS-SUB-TOTAL (SUB-IDX) > ZERO
              COMPUTE WS-SUB-ACCURACY (SUB-IDX) ROUNDED =
                 WS-SUB-CORRECT (SUB-IDX) / WS-SUB-TOTAL (SUB-IDX) * 100
           ELSE
              MOVE ZERO TO WS-SUB-ACCURACY (SUB-IDX)
           END-IF.
      *
       C100-READ-RESPONSE.
           READ RESPONSE
           AT END
              SET RESP-AT-EOF TO TRUE
           NOT AT END
              IF PROB-MODE
                 PERFORM V000-CONVERT-PROB-ROW
              END-IF
           END-READ.
      *
       C200-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-ANS-ORDINAL
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      *    C300-SCORE-ROW SCORES A MATCHED ROW WHEN BOTH DISPOSITIONS
      *    ARE KNOWN CODES AND THE KOI IS ON THE PUBLIC SIDE OF THE
      *    SPLIT, AND RECORDS THE OUTCOME IN THE SUBMISSION'S RESULT
      *    COLUMN WHEN THE ROW IS WITHIN THE KOI TABLE.
      *----------------------------------------------------------------
       C300-SCORE-ROW.
           SET ROW-IS-VALID TO TRUE.

      *    THE GUARD WHEN STOPS THE SEARCH AT THE LOADED CODE COUNT,
      *    SO A BLANK FIELD CANNOT MATCH AN UNUSED (SPACES) ENTRY.
           SET DISP-IDX TO 1.
           SEARCH DISP-CODE-ENTRY
              AT END SET ROW-IS-INVALID TO TRUE
              WHEN DISP-IDX > DISP-CODE-COUNT
                 SET ROW-IS-INVALID TO TRUE
              WHEN DISP-CODE-ENTRY (DISP-IDX) = RESP-DESCRIPTION
                 CONTINUE
           END-SEARCH.

           SET DISP-IDX TO 1.
           SEARCH DISP-CODE-ENTRY
              AT END SET ROW-IS-INVALID TO TRUE
              WHEN DISP-IDX > DISP-CODE-COUNT
                 SET ROW-IS-INVALID TO TRUE
              WHEN DISP-CODE-ENTRY (DISP-IDX) = ANS-DESCRIPTION
                 CONTINUE
           END-SEARCH.

           IF ROW-IS-VALID
              PERFORM C350-GET-PARTITION
           END-IF.

           IF ROW-IS-VALID AND ROW-IS-PUBLIC
              ADD 1 TO WS-SUB-TOTAL (SUB-IDX)
              IF RESP-DESCRIPTION = ANS-DESCRIPTION
                 ADD 1 TO WS-SUB-CORRECT (SUB-IDX)
              END-IF
              IF WS-ANS-ORDINAL NOT > WS-KOI-COUNT
                 SET WS-SUB-SUB TO SUB-IDX
                 IF RESP-DESCRIPTION = ANS-DESCRIPTION
                    MOVE 'C'
                       TO WS-KOI-RESULT (WS-ANS-ORDINAL WS-SUB-SUB)
                 ELSE
                    MOVE 'W'
                       TO WS-KOI-RESULT (WS-ANS-ORDINAL WS-SUB-SUB)
                 END-IF
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    C350-GET-PARTITION SETS THE SIDE OF THE SPLIT THE CURRENT
      *    ROW'S KOI IS SCORED ON, FROM THE KOI TABLE F000 LOADED, OR
      *    BY KEY FOR A ROW PAST THE TABLE CAPACITY. A KOI THE SPLIT
      *    MASTER DOES NOT CARRY SCORES AS PUBLIC.
      *----------------------------------------------------------------
       C350-GET-PARTITION.
           SET ROW-IS-PUBLIC TO TRUE.
           IF SPLIT-IN-USE
              IF WS-ANS-ORDINAL NOT > WS-KOI-COUNT
                 IF WS-KOI-PRIVATE (WS-ANS-ORDINAL) = 'Y'
                    SET ROW-IS-PRIVATE TO TRUE
                 END-IF
              ELSE
                 MOVE ANS-KOI-ID TO SPL-KOI-ID
                 READ SPLTMAST
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF SPL-IS-PRIVATE
                          SET ROW-IS-PRIVATE TO TRUE
                       END-IF
                 END-READ
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    D000-RANK-SUBMISSIONS TAKES THE RANKING FROM THE LEADERBOARD
      *    EVALBAT WROTE FOR THIS SUBLIST, WHICH IS IN RANK ORDER, SO
      *    THE TIERS FOLLOW EVALBAT'S RULES (DEGENERATE ENTRIES LAST,
      *    WEIGHTED ACCURACY WHEN EVALBAT_RANK_BY SAYS SO). EACH
      *    LEADERBOARD LABEL OTHER THAN THE VIRTUAL CONSENSUS ENTRY IS
      *    MATCHED TO THE FIRST UNRANKED SUBMISSION WITH THAT LABEL,
      *    WHICH TAKES THE NEXT POSITION IN WS-ORDER-SUB AND KEEPS ITS
      *    LEADERBOARD RANK. A LEADERBOARD THAT DOES NOT RANK EXACTLY
      *    THE SUBLIST SUBMISSIONS ENDS THE STEP.
      *----------------------------------------------------------------
       D000-RANK-SUBMISSIONS.
           MOVE ZERO TO WS-RANKED-COUNT.
           OPEN INPUT LEADERBOARD.
           PERFORM D100-READ-LEADERBOARD.
           PERFORM UNTIL LDR-AT-EOF
              IF LDR-LABEL NOT = 'CONSENSUS'
                 PERFORM D200-MATCH-LEADER
              END-IF
              PERFORM D100-READ-LEADERBOARD
           END-PERFORM.
           CLOSE LEADERBOARD.

           IF LEADERBOARD-MISMATCH
              OR WS-RANKED-COUNT NOT = WS-SUB-COUNT
              DISPLAY '*** LEADERBOARD DOES NOT MATCH SUBLIST -- '
                 WS-RANKED-COUNT ' OF ' WS-SUB-COUNT
                 ' SUBMISSIONS RANKED'
              DISPLAY '*** RUN PAIRSIG ON THE SUBLIST EVALBAT LAST '
                 'RANKED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
       D100-READ-LEADERBOARD.
           READ LEADERBOARD
           AT END SET LDR-AT-EOF TO TRUE
           END-READ.
      *
       D200-MATCH-LEADER.
           MOVE 'N' TO WS-MATCH-SW.
           PERFORM VARYING WS-OUTER-IDX FROM 1 BY 1
                              UNTIL WS-OUTER-IDX > WS-SUB-COUNT
                                 OR LEADER-MATCHED
              IF WS-SUB-LABEL (WS-OUTER-IDX) = LDR-LABEL
                 AND WS-SUB-RANK (WS-OUTER-IDX) = ZERO
                 SET LEADER-MATCHED TO TRUE
                 ADD 1 TO WS-RANKED-COUNT
                 MOVE WS-OUTER-IDX TO WS-ORDER-SUB (WS-RANKED-COUNT)
                 MOVE LDR-RANK TO WS-SUB-RANK (WS-OUTER-IDX)
              END-IF
           END-PERFORM.

           IF NOT LEADER-MATCHED
              DISPLAY '*** LEADERBOARD ENTRY ' LDR-LABEL
                 ' IS NOT ON SUBLIST'
              SET LEADERBOARD-MISMATCH TO TRUE
           END-IF.
      *----------------------------------------------------------------
      *    E000-COMPUTE-INTERVALS GIVES EVERY SUBMISSION A 95% WILSON
      *    SCORE INTERVAL ON ITS ACCURACY:
      *        CENTER = (P + Z*Z/2N) / (1 + Z*Z/N)
      *        HALF   = Z * SQRT(P(1-P)/N + Z*Z/4N*N) / (1 + Z*Z/N)
      *    WHICH, UNLIKE THE PLAIN NORMAL INTERVAL, STAYS INSIDE 0-100
      *    AND KEEPS A SENSIBLE WIDTH AT 0% OR 100% ACCURACY. A
      *    SUBMISSION WITH NO SCORED ROWS GETS 0.00 - 0.00.
      *----------------------------------------------------------------
       E000-COMPUTE-INTERVALS.
           PERFORM VARYING SUB-IDX FROM 1 BY 1
                              UNTIL SUB-IDX > WS-SUB-COUNT
              IF WS-SUB-TOTAL (SUB-IDX) = ZERO
                 MOVE ZERO TO WS-SUB-CI-LOW (SUB-IDX)
                 MOVE ZERO TO WS-SUB-CI-HIGH (SUB-IDX)
              ELSE
                 PERFORM E100-WILSON-INTERVAL
              END-IF
           END-PERFORM.
      *
       E100-WILSON-INTERVAL.
           COMPUTE WS-P-HAT ROUNDED =
              WS-SUB-CORRECT (SUB-IDX) / WS-SUB-TOTAL (SUB-IDX).
           COMPUTE WS-CI-DENOM ROUNDED =
              1 + WS-Z-SQ / WS-SUB-TOTAL (SUB-IDX).
           COMPUTE WS-CI-TERM ROUNDED =
              WS-Z-SQ / WS-SUB-TOTAL (SUB-IDX) / 2.
           COMPUTE WS-CI-CENTER ROUNDED =
              (WS-P-HAT + WS-CI-TERM) / WS-CI-DENOM.
           COMPUTE WS-CI-TERM ROUNDED =
              WS-Z-SQ / WS-SUB-TOTAL (SUB-IDX)
                      / WS-SUB-TOTAL (SUB-IDX) / 4.
           COMPUTE WS-CI-VARIANCE ROUNDED =
              WS-P-HAT * (1 - WS-P-HAT).
           COMPUTE WS-CI-VARIANCE ROUNDED =
              WS-CI-VARIANCE / WS-SUB-TOTAL (SUB-IDX) + WS-CI-TERM.
           COMPUTE WS-CI-HALF ROUNDED =
              FUNCTION SQRT (WS-CI-VARIANCE).
           COMPUTE WS-CI-HALF ROUNDED =
              WS-Z * WS-CI-HALF / WS-CI-DENOM.

           COMPUTE WS-CI-BOUND ROUNDED =
              (WS-CI-CENTER - WS-CI-HALF) * 100.
           IF WS-CI-BOUND < ZERO
              MOVE ZERO TO WS-CI-BOUND
           END-IF.
           MOVE WS-CI-BOUND TO WS-SUB-CI-LOW (SUB-IDX).

           COMPUTE WS-CI-BOUND ROUNDED =
              (WS-CI-CENTER + WS-CI-HALF) * 100.
           IF WS-CI-BOUND > 100
              MOVE 100 TO WS-CI-BOUND
           END-IF.
           MOVE WS-CI-BOUND TO WS-SUB-CI-HIGH (SUB-IDX).
      *
      *----------------------------------------------------------------
      *    G000-TEST-PAIRS RUNS THE MCNEMAR TEST ON EVERY PAIR OF
      *    RANKS, HIGHER RANK FIRST, AND FILLS THE PAIR TABLE.
      *----------------------------------------------------------------
       G000-TEST-PAIRS.
           PERFORM VARYING WS-RANK-A FROM 1 BY 1
                              UNTIL WS-RANK-A > WS-SUB-COUNT
              PERFORM VARYING WS-RANK-B FROM WS-RANK-A BY 1
                                 UNTIL WS-RANK-B > WS-SUB-COUNT
                 IF WS-RANK-B > WS-RANK-A
                    PERFORM G100-COUNT-DISCORDANT
                    PERFORM G200-MCNEMAR
                    ADD 1 TO COUNTER-PAIRS
                    IF WS-VERDICT NOT = '='
                       ADD 1 TO COUNTER-SIG-PAIRS
                    END-IF
                    MOVE WS-A-ONLY TO WS-PAIR-A-ONLY
                       (WS-RANK-A WS-RANK-B)
                    MOVE WS-B-ONLY TO WS-PAIR-B-ONLY
                       (WS-RANK-A WS-RANK-B)
                    MOVE WS-BOTH-SCORED TO WS-PAIR-BOTH
                       (WS-RANK-A WS-RANK-B)
                    MOVE WS-CHI-SQUARE TO WS-PAIR-CHI
                       (WS-RANK-A WS-RANK-B)
                    MOVE WS-METHOD TO WS-PAIR-METHOD
                       (WS-RANK-A WS-RANK-B)
                    MOVE WS-P-VALUE TO WS-PAIR-P-VALUE
                       (WS-RANK-A WS-RANK-B)
                    MOVE WS-VERDICT TO WS-PAIR-VERDICT
                       (WS-RANK-A WS-RANK-B)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    G100-COUNT-DISCORDANT WALKS THE KOI TABLE FOR THE PAIR AT
      *    RANKS WS-RANK-A / WS-RANK-B, COUNTING THE ROWS BOTH SCORED
      *    AND, AMONG THEM, THE ROWS ONLY ONE OF THE TWO GOT RIGHT.
      *----------------------------------------------------------------
       G100-COUNT-DISCORDANT.
           MOVE WS-ORDER-SUB (WS-RANK-A) TO WS-SUB-A.
           MOVE WS-ORDER-SUB (WS-RANK-B) TO WS-SUB-B.
           MOVE ZERO TO WS-A-ONLY.
           MOVE ZERO TO WS-B-ONLY.
           MOVE ZERO TO WS-BOTH-SCORED.
           PERFORM VARYING WS-KOI-SUB FROM 1 BY 1
                              UNTIL WS-KOI-SUB > WS-KOI-COUNT
              IF WS-KOI-RESULT (WS-KOI-SUB WS-SUB-A) NOT = SPACE
                 AND WS-KOI-RESULT (WS-KOI-SUB WS-SUB-B) NOT = SPACE
                 ADD 1 TO WS-BOTH-SCORED
                 IF WS-KOI-RESULT (WS-KOI-SUB WS-SUB-A) = 'C'
                    AND WS-KOI-RESULT (WS-KOI-SUB WS-SUB-B) = 'W'
                    ADD 1 TO WS-A-ONLY
                 END-IF
                 IF WS-KOI-RESULT (WS-KOI-SUB WS-SUB-A) = 'W'
                    AND WS-KOI-RESULT (WS-KOI-SUB WS-SUB-B) = 'C'
                    ADD 1 TO WS-B-ONLY
                 END-IF
              END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    G200-MCNEMAR TESTS ONE PAIR FROM ITS DISCORDANT COUNTS.
      *    THE CONTINUITY-CORRECTED STATISTIC (|B-C| - 1)**2 / (B+C) IS
      *    ALWAYS REPORTED; THE P-VALUE IS THE EXACT BINOMIAL ONE FOR
      *    FEWER THAN WS-EXACT-LIMIT DISCORDANT ROWS AND THE
      *    CHI-SQUARE ONE OTHERWISE. A PAIR THAT NEVER DISAGREES IS
      *    TIED WITH P-VALUE 1.
      *----------------------------------------------------------------
       G200-MCNEMAR.
           COMPUTE WS-DISCORDANT = WS-A-ONLY + WS-B-ONLY.
           IF WS-A-ONLY > WS-B-ONLY
              COMPUTE WS-ABS-DIFF = WS-A-ONLY - WS-B-ONLY
              MOVE WS-B-ONLY TO WS-SMALLER
           ELSE
              COMPUTE WS-ABS-DIFF = WS-B-ONLY - WS-A-ONLY
              MOVE WS-A-ONLY TO WS-SMALLER
           END-IF.
           IF WS-ABS-DIFF > ZERO
              SUBTRACT 1 FROM WS-ABS-DIFF
           END-IF.

           EVALUATE TRUE
              WHEN WS-DISCORDANT = ZERO
                 MOVE ZERO TO WS-CHI-SQUARE
                 MOVE 1 TO WS-P-VALUE
                 MOVE 'E' TO WS-METHOD
              WHEN WS-DISCORDANT < WS-EXACT-LIMIT
                 COMPUTE WS-CHI-SQUARE ROUNDED =
                    WS-ABS-DIFF * WS-ABS-DIFF / WS-DISCORDANT
                 PERFORM G300-EXACT-P-VALUE
                 MOVE 'E' TO WS-METHOD
              WHEN OTHER
                 COMPUTE WS-CHI-SQUARE ROUNDED =
                    WS-ABS-DIFF * WS-ABS-DIFF / WS-DISCORDANT
                 PERFORM G400-CHI-SQUARE-P-VALUE
                 MOVE 'X' TO WS-METHOD
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-P-VALUE NOT < WS-SIG-LEVEL
                 MOVE '=' TO WS-VERDICT
              WHEN WS-A-ONLY > WS-B-ONLY
                 MOVE '>' TO WS-VERDICT
              WHEN OTHER
                 MOVE '<' TO WS-VERDICT
           END-EVALUATE.
      *
      *----------------------------------------------------------------
      *    G300-EXACT-P-VALUE: TWICE THE BINOMIAL(N, 0.5) LOWER TAIL UP
      *    TO THE SMALLER DISCORDANT COUNT, CAPPED AT 1.
      *----------------------------------------------------------------
       G300-EXACT-P-VALUE.
           COMPUTE WS-EXACT-TERM ROUNDED = 0.5 ** WS-DISCORDANT.
           MOVE WS-EXACT-TERM TO WS-EXACT-SUM.
           PERFORM VARYING WS-EXACT-K FROM 0 BY 1
                              UNTIL WS-EXACT-K NOT < WS-SMALLER
              COMPUTE WS-EXACT-TERM ROUNDED = WS-EXACT-TERM
                 * (WS-DISCORDANT - WS-EXACT-K) / (WS-EXACT-K + 1)
              ADD WS-EXACT-TERM TO WS-EXACT-SUM
           END-PERFORM.
           IF WS-EXACT-SUM NOT < 0.5
              MOVE 1 TO WS-P-VALUE
           ELSE
              COMPUTE WS-P-VALUE ROUNDED = WS-EXACT-SUM * 2
           END-IF.
      *
      *----------------------------------------------------------------
      *    G400-CHI-SQUARE-P-VALUE: ERFC(X) WITH X = SQRT(CHI / 2).
      *    PAST X = 6 THE TAIL IS BELOW 1E-16 AND IS TAKEN AS ZERO.
      *----------------------------------------------------------------
       G400-CHI-SQUARE-P-VALUE.
           COMPUTE WS-ERFC-X ROUNDED =
              FUNCTION SQRT (WS-CHI-SQUARE / 2).
           IF WS-ERFC-X > 6
              MOVE ZERO TO WS-P-VALUE
           ELSE
              COMPUTE WS-ERFC-T ROUNDED =
                 1 / (1 + 0.3275911 * WS-ERFC-X)
              COMPUTE WS-ERFC-POLY ROUNDED = WS-ERFC-T *
                 (0.254829592 + WS-ERFC-T *
                 (-0.284496736 + WS-ERFC-T *
                 (1.421413741 + WS-ERFC-T *
                 (-1.453152027 + WS-ERFC-T * 1.061405429))))
              COMPUTE WS-P-VALUE ROUNDED = WS-ERFC-POLY
                 * FUNCTION EXP (0 - WS-ERFC-X * WS-ERFC-X)
           END-IF.
      *
      *----------------------------------------------------------------
      *    H000-ASSIGN-TIERS WALKS THE RANKING FROM THE TOP. THE FIRST
      *    ENTRY LEADS TIER 1; EACH LATER ENTRY JOINS THE CURRENT TIER
      *    WHEN ITS TEST AGAINST EVERY ENTRY ALREADY IN THAT TIER IS A
      *    TIE, AND OTHERWISE LEADS A NEW TIER. EVERY TWO ENTRIES IN A
      *    TIER ARE THEREFORE STATISTICALLY TIED WITH EACH OTHER.
      *----------------------------------------------------------------
       H000-ASSIGN-TIERS.
           MOVE ZERO TO WS-TIER-COUNT.
           MOVE ZERO TO WS-TIER-LEADER.
           PERFORM VARYING WS-RANK-B FROM 1 BY 1
                              UNTIL WS-RANK-B > WS-SUB-COUNT
              IF WS-TIER-LEADER = ZERO
                 MOVE 1 TO WS-TIER-COUNT
                 MOVE WS-RANK-B TO WS-TIER-LEADER
              ELSE
                 MOVE 'N' TO WS-TIER-BREAK-SW
                 PERFORM VARYING WS-RANK-A FROM WS-TIER-LEADER BY 1
                                    UNTIL WS-RANK-A NOT < WS-RANK-B
                    IF WS-PAIR-VERDICT (WS-RANK-A WS-RANK-B) NOT = '='
                       SET TIER-BREAK TO TRUE
                    END-IF
                 END-PERFORM
                 IF TIER-BREAK
                    ADD 1 TO WS-TIER-COUNT
                    MOVE WS-RANK-B TO WS-TIER-LEADER
                 END-IF
              END-IF
              MOVE WS-TIER-COUNT
                 TO WS-SUB-TIER (WS-ORDER-SUB (WS-RANK-B))
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    J000-WRITE-ENTRIES WRITES ONE ENTRY RECORD PER SUBMISSION IN
      *    RANK ORDER.
      *----------------------------------------------------------------
       J000-WRITE-ENTRIES.
           PERFORM VARYING WS-RANK-A FROM 1 BY 1
                              UNTIL WS-RANK-A > WS-SUB-COUNT
              MOVE WS-ORDER-SUB (WS-RANK-A) TO WS-SUB-A
              MOVE SPACES TO SIG-ENTRY-RECORD
              MOVE 'ENTRY' TO SIG-RECORD-TYPE
              MOVE WS-SUB-RANK (WS-SUB-A) TO SIG-RANK
              MOVE WS-SUB-LABEL (WS-SUB-A) TO SIG-LABEL
              MOVE WS-SUB-TIER (WS-SUB-A) TO SIG-TIER
              MOVE WS-SUB-TOTAL (WS-SUB-A) TO SIG-TOTAL-ROWS
              MOVE WS-SUB-CORRECT (WS-SUB-A) TO SIG-CORRECT-ROWS
              MOVE WS-SUB-ACCURACY (WS-SUB-A) TO SIG-ACCURACY-PCT
              MOVE WS-SUB-CI-LOW (WS-SUB-A) TO SIG-CI-LOW-PCT
              MOVE WS-SUB-CI-HIGH (WS-SUB-A) TO SIG-CI-HIGH-PCT
              MOVE ATW-TRUTH-GEN TO SIG-TRUTH-GEN
              MOVE ',' TO SIG-DELIM-1
              MOVE ',' TO SIG-DELIM-2
              MOVE ',' TO SIG-DELIM-3
              MOVE ',' TO SIG-DELIM-4
              MOVE ',' TO SIG-DELIM-5
              MOVE ',' TO SIG-DELIM-6
              MOVE ',' TO SIG-DELIM-7
              MOVE ',' TO SIG-DELIM-8
              MOVE ',' TO SIG-DELIM-9
              WRITE SIG-ENTRY-RECORD
              ADD 1 TO COUNTER-WRITTEN
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    J100-WRITE-PAIRS WRITES ONE PAIR RECORD PER PAIR OF RANKS,
      *    HIGHER RANK FIRST.
      *----------------------------------------------------------------
       J100-WRITE-PAIRS.
           PERFORM VARYING WS-RANK-A FROM 1 BY 1
                              UNTIL WS-RANK-A > WS-SUB-COUNT
              PERFORM VARYING WS-RANK-B FROM WS-RANK-A BY 1
                                 UNTIL WS-RANK-B > WS-SUB-COUNT
                 IF WS-RANK-B > WS-RANK-A
                    PERFORM J200-WRITE-ONE-PAIR
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       J200-WRITE-ONE-PAIR.
           MOVE SPACES TO SIG-PAIR-RECORD.
           MOVE 'PAIR' TO SIP-RECORD-TYPE.
           MOVE WS-SUB-RANK (WS-ORDER-SUB (WS-RANK-A)) TO SIP-RANK-A.
           MOVE WS-SUB-RANK (WS-ORDER-SUB (WS-RANK-B)) TO SIP-RANK-B.
           MOVE WS-PAIR-A-ONLY (WS-RANK-A WS-RANK-B) TO SIP-A-ONLY.
           MOVE WS-PAIR-B-ONLY (WS-RANK-A WS-RANK-B) TO SIP-B-ONLY.
           MOVE WS-PAIR-BOTH (WS-RANK-A WS-RANK-B) TO SIP-BOTH-SCORED.
           MOVE WS-PAIR-CHI (WS-RANK-A WS-RANK-B) TO SIP-CHI-SQUARE.
           MOVE WS-PAIR-METHOD (WS-RANK-A WS-RANK-B) TO SIP-METHOD.
           MOVE WS-PAIR-P-VALUE (WS-RANK-A WS-RANK-B) TO SIP-P-VALUE.
           MOVE WS-PAIR-VERDICT (WS-RANK-A WS-RANK-B) TO SIP-VERDICT.
           MOVE ',' TO SIP-DELIM-1.
           MOVE ',' TO SIP-DELIM-2.
           MOVE ',' TO SIP-DELIM-3.
           MOVE ',' TO SIP-DELIM-4.
           MOVE ',' TO SIP-DELIM-5.
           MOVE ',' TO SIP-DELIM-6.
           MOVE ',' TO SIP-DELIM-7.
           MOVE ',' TO SIP-DELIM-8.
           MOVE ',' TO SIP-DELIM-9.
           WRITE SIG-PAIR-RECORD.
           ADD 1 TO COUNTER-WRITTEN.
      *
      *----------------------------------------------------------------
      *    K000-DISPLAY-RESULTS LISTS THE RANKING WITH INTERVALS AND
      *    TIERS, THEN THE SIGNIFICANCE MATRIX: THE CELL IN ROW R AND
      *    COLUMN C IS '>' WHEN RANK R IS SIGNIFICANTLY BETTER THAN
      *    RANK C, '<' WHEN IT IS SIGNIFICANTLY WORSE, '=' WHEN THE
      *    TWO ARE TIED AND '.' ON THE DIAGONAL.
      *----------------------------------------------------------------
       K000-DISPLAY-RESULTS.
           DISPLAY ' '.
           DISPLAY 'PAIRWISE SIGNIFICANCE (MCNEMAR, 5% LEVEL)'.
           DISPLAY '----------------------------------------------'.

           IF WS-SUB-COUNT = ZERO
              DISPLAY 'NO SUBMISSIONS FOUND ON SUBLIST.'
           END-IF.

           PERFORM VARYING WS-RANK-A FROM 1 BY 1
                              UNTIL WS-RANK-A > WS-SUB-COUNT
              MOVE WS-ORDER-SUB (WS-RANK-A) TO WS-SUB-A
              MOVE WS-SUB-ACCURACY (WS-SUB-A) TO WS-DISP-ACCURACY
              MOVE WS-SUB-CI-LOW (WS-SUB-A) TO WS-DISP-CI-LOW
              MOVE WS-SUB-CI-HIGH (WS-SUB-A) TO WS-DISP-CI-HIGH
              DISPLAY '  TIER ' WS-SUB-TIER (WS-SUB-A)
                 ' RANK ' WS-SUB-RANK (WS-SUB-A)
                 ' ' WS-SUB-LABEL (WS-SUB-A)
                 ' ACCURACY=' WS-DISP-ACCURACY '%'
                 ' 95% CI ' WS-DISP-CI-LOW ' -' WS-DISP-CI-HIGH
           END-PERFORM.

           IF WS-SUB-COUNT > 1
              PERFORM K100-DISPLAY-MATRIX
           END-IF.

           DISPLAY ' '.
           DISPLAY COUNTER-PAIRS ' pairs tested, '
              COUNTER-SIG-PAIRS ' significantly different, '
              WS-TIER-COUNT ' tiers'.
           DISPLAY COUNTER-WRITTEN ' records written to SIGFILE'.
      *
       K100-DISPLAY-MATRIX.
           DISPLAY ' '.
           MOVE SPACES TO WS-MATRIX-HEAD.
           MOVE 'RANK LABEL' TO MTH-TITLE.
           PERFORM VARYING WS-RANK-B FROM 1 BY 1
                              UNTIL WS-RANK-B > WS-SUB-COUNT
              DIVIDE WS-SUB-RANK (WS-ORDER-SUB (WS-RANK-B)) BY 10
                 GIVING WS-DIGIT-QUOT
                 REMAINDER MTH-DIGIT (WS-RANK-B)
           END-PERFORM.
           DISPLAY WS-MATRIX-HEAD.

           PERFORM VARYING WS-RANK-A FROM 1 BY 1
                              UNTIL WS-RANK-A > WS-SUB-COUNT
              MOVE SPACES TO WS-MATRIX-LINE
              MOVE WS-SUB-RANK (WS-ORDER-SUB (WS-RANK-A)) TO MTX-RANK
              MOVE WS-SUB-LABEL (WS-ORDER-SUB (WS-RANK-A)) TO MTX-LABEL
              PERFORM VARYING WS-RANK-B FROM 1 BY 1
                                 UNTIL WS-RANK-B > WS-SUB-COUNT
                 EVALUATE TRUE
                    WHEN WS-RANK-B = WS-RANK-A
                       MOVE '.' TO MTX-CELL (WS-RANK-B)
                    WHEN WS-RANK-B > WS-RANK-A
                       MOVE WS-PAIR-VERDICT (WS-RANK-A WS-RANK-B)
                          TO MTX-CELL (WS-RANK-B)
                    WHEN WS-PAIR-VERDICT (WS-RANK-B WS-RANK-A) = '>'
                       MOVE '<' TO MTX-CELL (WS-RANK-B)
                    WHEN WS-PAIR-VERDICT (WS-RANK-B WS-RANK-A) = '<'
                       MOVE '>' TO MTX-CELL (WS-RANK-B)
                    WHEN OTHER
                       MOVE '=' TO MTX-CELL (WS-RANK-B)
                 END-EVALUATE
              END-PERFORM
              DISPLAY WS-MATRIX-LINE
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    F000-LOAD-KOI-TABLE READS THE ANSWERS MASTER INTO THE KOI
      *    TABLE, NOTING EACH KOI'S SIDE OF THE SPLIT, BEFORE ANY
      *    SUBMISSION IS SCORED.
      *----------------------------------------------------------------
       F000-LOAD-KOI-TABLE.
           MOVE SPACE TO WS-ANS-EOF.
           OPEN INPUT ANSWERS.
           PERFORM C200-READ-ANSWERS.
           PERFORM UNTIL ANS-AT-EOF
              IF WS-KOI-COUNT < 10000
                 ADD 1 TO WS-KOI-COUNT
                 MOVE ANS-KOI-ID TO WS-KOI-ID (WS-KOI-COUNT)
                 MOVE 'N' TO WS-KOI-PRIVATE (WS-KOI-COUNT)
                 IF SPLIT-IN-USE
                    MOVE ANS-KOI-ID TO SPL-KOI-ID
                    READ SPLTMAST
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF SPL-IS-PRIVATE
                             MOVE 'Y' TO WS-KOI-PRIVATE (WS-KOI-COUNT)
                          END-IF
                    END-READ
                 END-IF
              END-IF
              PERFORM C200-READ-ANSWERS
           END-PERFORM.
           CLOSE ANSWERS.
           IF WS-ANS-ORDINAL > 10000
              DISPLAY '*** WARNING -- ANSWERS MASTER EXCEEDS 10000 '
                 'ROWS -- PAIRED TESTS COVER THE FIRST 10000 ONLY'
           END-IF.
           MOVE ZERO TO WS-ANS-ORDINAL.
      *
      *----------------------------------------------------------------
      *    F100-OPEN-SPLIT OPENS THE HOLDOUT-SPLIT MASTER. WHEN IT IS
      *    NOT THERE EVERY ROW SCORES AS PUBLIC.
      *----------------------------------------------------------------
       F100-OPEN-SPLIT.
           OPEN INPUT SPLTMAST.
           IF WS-SPLTMAST-STATUS = '00'
              MOVE 'Y' TO WS-SPLIT-SW
           ELSE
              IF WS-SPLTMAST-STATUS = '05'
                 CLOSE SPLTMAST
              END-IF
              DISPLAY 'NO HOLDOUT SPLIT MASTER (FILE STATUS '
                 WS-SPLTMAST-STATUS ') -- ALL ROWS SCORED AS PUBLIC'
           END-IF.
      *
      *----------------------------------------------------------------
      *    V000-CONVERT-PROB-ROW REWRITES A PROBABILISTIC ROW INTO
      *    RESP-RECORD FORM WITH ITS ARGMAX CLASS AS THE PREDICTION,
      *    EXACTLY AS EVALBAT DOES. ANY UNPARSEABLE PROBABILITY GETS A
      *    BLANK DESCRIPTION AND FAILS VALIDATION IN C300.
      *----------------------------------------------------------------
       V000-CONVERT-PROB-ROW.
           MOVE 'N' TO WS-PROB-BAD-SW.
           PERFORM VARYING WS-PRB-SUB FROM 1 BY 1
                              UNTIL WS-PRB-SUB > DISP-CODE-COUNT
              MOVE RPB-PROB (WS-PRB-SUB) TO WS-PRB-TEXT
              IF WS-PRB-UNIT NOT NUMERIC
                 OR WS-PRB-DOT NOT = '.'
                 OR WS-PRB-FRAC NOT NUMERIC
                 SET PROB-ROW-BAD TO TRUE
                 MOVE ZERO TO WS-PRB-VALUE (WS-PRB-SUB)
              ELSE
                 COMPUTE WS-PRB-VALUE (WS-PRB-SUB) =
                    WS-PRB-UNIT + WS-PRB-FRAC / 1000
              END-IF
           END-PERFORM.

           IF PROB-ROW-BAD
              MOVE SPACES TO RESP-DESCRIPTION
              MOVE SPACES TO RESP-CONFIDENCE
           ELSE
              MOVE 1 TO WS-ARGMAX-SUB
              PERFORM VARYING WS-PRB-SUB FROM 2 BY 1
                                 UNTIL WS-PRB-SUB > DISP-CODE-COUNT
                 IF WS-PRB-VALUE (WS-PRB-SUB) >
                    WS-PRB-VALUE (WS-ARGMAX-SUB)
                    MOVE WS-PRB-SUB TO WS-ARGMAX-SUB
                 END-IF
              END-PERFORM
      *       THE PROBABILITY TEXT IS SAVED BEFORE THE DESCRIPTION IS
      *       WRITTEN -- BOTH LAYOUTS SHARE THE RECORD BUFFER.
              MOVE RPB-PROB (WS-ARGMAX-SUB) TO WS-ARGMAX-TEXT
              MOVE DISP-CODE-ENTRY (WS-ARGMAX-SUB) TO RESP-DESCRIPTION
              MOVE WS-ARGMAX-TEXT TO RESP-CONFIDENCE
           END-IF.
      *
       COPY DISPLOAD.
       COPY ATRCALC.
       COPY GENFIND.
