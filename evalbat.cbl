      *    RESUBMISSION OF AN EARLIER ONE IS FLAGGED 'D' AND NAMED,
      *    SO IT CANNOT TAKE A FRESH LEADERBOARD SPOT UNNOTICED. A
      *    MISSING REGISTRY OR ENTRY IS NOTED, NOT FATAL.
      *    SCORES EVERY SUBMISSION ON BOTH SIDES OF THE HOLDOUT SPLIT
      *    SPLITASG RECORDS ON THE KEYED SPLIT MASTER (SEE SPLREC.CPY).
      *    THE LEADERBOARD, ITS RANKING, THE CONSENSUS AND HARD-CASE
      *    VIEWS AND THE CHAMPION DECISION ALL USE THE PUBLIC SIDE
      *    ONLY; EACH REAL SUBMISSION'S PUBLIC AND PRIVATE SCORES ARE
      *    APPENDED TO THE RESTRICTED SEALED-RESULTS FILE (SEE
      *    SLDREC.CPY) FOR THE QUARTERLY FINAL RANKING. A KOI NOT ON
      *    THE SPLIT MASTER SCORES AS PUBLIC, AND WITHOUT A SPLIT
      *    MASTER THE BATCH SCORES EXACTLY AS BEFORE.
      *    WRITES A BATCH-DETAIL FILE (SEE BDTREC.CPY) FOR THE TEAMSTMT
      *    RESULTS STATEMENTS: EACH REAL SUBMISSION'S PUBLIC-SIDE
      *    CONFUSION MATRIX, ONE RECORD PER CELL, AND EVERY PUBLIC-SIDE
      *    KOI IT GOT WRONG WITH BOTH DISPOSITIONS.
      *    SCORES THE SAME THREE REFERENCE BASELINES EVALUAT DOES --
      *    MAJORITY-CLASS, CLASS-PRIOR RANDOM FROM A FIXED SEED, AND
      *    THE REIGNING CHAMPION'S PREDICTIONS FROM CHAMPRSP -- ONCE
      *    PER BATCH OVER THE PUBLIC SIDE OF THE ANSWERS MASTER, AND
      *    CARRIES EACH ENTRY'S LIFT OVER THE BEST BASELINE ON THE
      *    LEADERBOARD. EACH REAL SUBMISSION'S PREDICTED-CLASS
      *    DISTRIBUTION IS CHECKED BEFORE RANKING: ONE CLASS OVER
      *    EVALBAT_DEGEN_PCT PERCENT OF ITS ROWS (DEFAULT 90) FLAGS IT
      *    'SC', A CLASS THE MASTER CONTAINS NEVER PREDICTED FLAGS IT
      *    'NP'. A FLAGGED SUBMISSION STAYS ON THE LEADERBOARD WITH
      *    ITS CODE BUT RANKS BELOW EVERY UNFLAGGED ONE AND IS NEVER
      *    THE CHAMPION CHALLENGER. CROWNING A CHAMPION NOW ALSO SAVES
      *    ITS PREDICTIONS, IN PLAIN RESPONSE LAYOUT, TO CHAMPRSP FOR
      *    THE NEXT RUN'S CHAMPION BASELINE.
      *    VERIFIES THE ANSWERS MASTER AGAINST ITS TRAILER CONTROL
      *    RECORD (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE ANY SUBMISSION
      *    IS SCORED, AND ENDS WITH RETURN-CODE 16 WHEN THE ROWS ON THE
      *    FILE DO NOT MATCH IT. EVERY PASS OVER THE MASTER STOPS AT
      *    THE TRAILER.
      *    LOOKS THE VERIFIED MASTER UP ON THE TRUTH-GENERATION
      *    CATALOG ANSPROM KEEPS (SEE GENREC.CPY / GENFIND.CPY) AND
      *    CARRIES THE GENERATION EVERY SUBMISSION WAS SCORED AGAINST
      *    IN THE LAST THREE POSITIONS OF ITS LEADERBOARD RECORD. A
      *    MASTER NOT ON THE CATALOG IS STAMPED GENERATION 000 WITH A
      *    WARNING.
      *    STAMPS THE DATE EACH SUBMISSION IS FIRST SCORED ON ITS
      *    REGISTRY ENTRY (SEE SUBRREC.CPY) FOR THE OPSRPT TURNAROUND
      *    FIGURES; A RESCORE LEAVES THE ORIGINAL DATE IN PLACE.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT ANSWERS ASSIGN TO ANSWERS.
           SELECT LEADERBOARD ASSIGN TO LEADERBOARD.
           SELECT HARDCASE ASSIGN TO HARDCASE.
           SELECT BATDTL ASSIGN TO BATDTL.
           SELECT OPTIONAL WEIGHTS ASSIGN TO WEIGHTS.
           SELECT OPTIONAL CHAMPION ASSIGN TO CHAMPION
               FILE STATUS IS WS-CHAMPION-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUBR-LABEL
               FILE STATUS IS WS-SUBREG-STATUS.
           SELECT OPTIONAL SPLTMAST ASSIGN TO SPLTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPL-KOI-ID
               FILE STATUS IS WS-SPLTMAST-STATUS.
           SELECT OPTIONAL SEALED ASSIGN TO SEALED
               FILE STATUS IS WS-SEALED-STATUS.
           SELECT OPTIONAL CHAMPRSP ASSIGN TO CHAMPRSP
               FILE STATUS IS WS-CHAMPRSP-STATUS.
           SELECT OPTIONAL TRUTHCAT ASSIGN TO TRUTHCAT.

       DATA DIVISION.
       FILE SECTION.
      *    'D' WHEN THE REGISTRY MARKED THIS SUBMISSION A DUPLICATE
      *    FINGERPRINT OF AN EARLIER ONE, OTHERWISE SPACE.
           05  LDR-DUP-FLAG       PIC X(01).
      *    SIGNED ACCURACY POINTS OVER THE BEST REFERENCE BASELINE,
      *    AND THE DEGENERATE-DISTRIBUTION REASON CODE ('SC' ONE CLASS
      *    OVER THE SHARE LIMIT, 'NP' A MASTER CLASS NEVER PREDICTED,
      *    SPACES WHEN HEALTHY).
           05  LDR-LIFT-PCT       PIC -ZZ9.99.
           05  LDR-DEGEN-CODE     PIC X(02).
      *    TRUTH GENERATION OF THE ANSWERS MASTER THE BATCH SCORED
      *    AGAINST (SEE GENREC.CPY), 000 WHEN IT IS NOT CATALOGUED.
           05  LDR-TRUTH-GEN      PIC 9(03).

      *----------------------------------------------------------------
      *    HARDCASE HOLDS ONE RECORD PER KOI ID THAT AT LEAST THE
               10  HARD-VOTES      PIC X(03).
           05  HARD-FILLER        PIC X(08).

      *----------------------------------------------------------------
      *    BATDTL HOLDS EACH REAL SUBMISSION'S CONFUSION-MATRIX CELLS
      *    AND MISSED KOIS, PUBLIC SIDE ONLY, FOR THE TEAM STATEMENTS.
      *----------------------------------------------------------------
       FD  BATDTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY BDTREC.

      *----------------------------------------------------------------
      *    WEIGHTS IS THE SAME OPTIONAL MISCLASSIFICATION-COST
      *    CONTROL FILE EVALUAT LOADS. WHEN IT IS ABSENT THE BATCH
       FD  SUBREG RECORD CONTAINS 80 CHARACTERS.
       COPY SUBRREC.

      *----------------------------------------------------------------
      *    SPLTMAST IS THE KEYED HOLDOUT-SPLIT MASTER SPLITASG BUILDS,
      *    READ BY KOI ID TO TELL A PUBLIC-SIDE ROW FROM A PRIVATE ONE.
      *----------------------------------------------------------------
       FD  SPLTMAST RECORD CONTAINS 80 CHARACTERS.
       COPY SPLREC.

      *----------------------------------------------------------------
      *    SEALED ACCUMULATES ONE RECORD PER REAL SUBMISSION WITH ITS
      *    PUBLIC AND PRIVATE SCORES, UNDER RESTRICTED ACCESS UNTIL THE
      *    QUARTERLY FINAL RANKING.
      *----------------------------------------------------------------
       FD  SEALED RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY SLDREC.

      *----------------------------------------------------------------
      *    CHAMPRSP IS THE REIGNING CHAMPION'S OWN PREDICTIONS, IN
      *    PLAIN RESPONSE LAYOUT AND KOI ID ORDER. READ AT THE START OF
      *    THE BATCH AS THE CHAMPION BASELINE, AND REWRITTEN FROM THE
      *    NEW CHAMPION'S RESPONSE FILE WHEN ONE IS CROWNED.
      *----------------------------------------------------------------
       FD  CHAMPRSP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==CHAMP-RESP-RECORD==
                              ==:PFX:== BY ==CHR==.

      *----------------------------------------------------------------
      *    CHAMPION HOLDS ONE RECORD: THE PRODUCTION MODEL'S LABEL,
      *    ITS SCORED RESULTS FROM THE BATCH THAT CROWNED IT, THE
           05  REC-ACTION         PIC X(08).
           05  REC-FILLER         PIC X(04).

      *----------------------------------------------------------------
      *    TRUTHCAT IS THE TRUTH-GENERATION CATALOG ANSPROM KEEPS, ONE
      *    RECORD PER PROMOTED ANSWERS MASTER GENERATION. READ ONLY TO
      *    FIND WHICH GENERATION THIS BATCH SCORES AGAINST.
      *----------------------------------------------------------------
       FD  TRUTHCAT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY GENREC.

       WORKING-STORAGE SECTION.

       COPY DISPCODE.
       COPY ATRREC.

       01  WS-RESPONSE-PATH               PIC X(40) VALUE SPACES.
       01  WS-RESPONSE-STATUS             PIC X(02) VALUE SPACES.
               10  WS-SUB-LOGLOSS         PIC 9(3)V9(4) VALUE ZERO.
               10  WS-SUB-DUP-FLAG        PIC X(1) VALUE 'N'.
               10  WS-SUB-DUP-OF          PIC X(20) VALUE SPACES.
               10  WS-SUB-PRIV-TOTAL      PIC 9(6) VALUE ZERO.
               10  WS-SUB-PRIV-CORRECT    PIC 9(6) VALUE ZERO.
               10  WS-SUB-PRIV-ACCURACY   PIC 9(3)V99 VALUE ZERO.
               10  WS-SUB-DEGEN-CODE      PIC X(2) VALUE SPACES.

       01  WS-SUB-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-LOADED-COUNT                PIC 9(3) VALUE ZERO.

       01  WS-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SUBREG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SPLTMAST-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SEALED-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CHAMPRSP-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUN-LABEL                   PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

           05  WS-SWAP-LOGLOSS            PIC 9(3)V9(4).
           05  WS-SWAP-DUP-FLAG           PIC X(1).
           05  WS-SWAP-DUP-OF             PIC X(20).
           05  WS-SWAP-PRIV-TOTAL         PIC 9(6).
           05  WS-SWAP-PRIV-CORRECT       PIC 9(6).
           05  WS-SWAP-PRIV-ACCURACY      PIC 9(3)V99.
           05  WS-SWAP-DEGEN-CODE         PIC X(2).

       01  WS-RANK-WORK.
           05  WS-OUTER-IDX               PIC 9(3) VALUE ZERO.

       01  WS-DISP-ACCURACY               PIC ZZ9.99.

      *----------------------------------------------------------------
      *    CONFUSION MATRIX OF THE SUBMISSION BEING SCORED, ROW =
      *    PREDICTED, COLUMN = ACTUAL, BOTH IN DISP-CODE-ENTRY ORDER.
      *    CLEARED BY C000 FOR EACH SUBMISSION AND WRITTEN TO THE
      *    BATCH-DETAIL FILE BY C800 ONCE IT IS SCORED.
      *----------------------------------------------------------------
       01  WS-SUB-MATRIX.
           05  WS-SM-ROW OCCURS 10 TIMES.
               10  WS-SM-CELL             PIC 9(6) OCCURS 10 TIMES.

       01  WS-SM-WORK.
           05  WS-SM-PRED-SUB             PIC 9(2) VALUE ZERO.
           05  WS-SM-ANS-SUB              PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------
      *    HOLDOUT-SPLIT SWITCHES. WS-SPLIT-SW IS 'Y' WHEN THE SPLIT
      *    MASTER OPENED; WS-PARTITION-SW HOLDS THE SIDE OF THE ROW
      *    BEING SCORED.
      *----------------------------------------------------------------
       01  WS-SPLIT-SW                    PIC X(01) VALUE 'N'.
           88  SPLIT-IN-USE               VALUE 'Y'.
       01  WS-PARTITION-SW                PIC X(01) VALUE 'U'.
           88  ROW-IS-PUBLIC              VALUE 'U'.
           88  ROW-IS-PRIVATE             VALUE 'R'.

      *----------------------------------------------------------------
      *    PER-KOI VOTE TABLE, ONE ENTRY PER ANSWERS MASTER ROW IN
      *    FILE ORDER. EACH SUBMISSION'S VALID PREDICTION FOR A KOI IS
      *    BATCH THE MAJORITY PREDICTION AND THE WRONG-ANSWER SHARE
      *    CAN BE DERIVED PER KOI. WS-KOI-ACTUAL-IDX IS ZERO WHEN THE
      *    MASTER ROW'S OWN DISPOSITION IS NOT A VALID CODE -- SUCH
      *    ROWS ARE NEVER VOTED ON OR SCORED. WS-KOI-PRIVATE IS 'Y'
      *    FOR A KOI ON THE PRIVATE SIDE OF THE HOLDOUT SPLIT -- SUCH
      *    KOIS ARE NEVER VOTED ON EITHER, SO THE CONSENSUS AND
      *    HARD-CASE VIEWS STAY ON THE PUBLIC SIDE.
      *----------------------------------------------------------------
       01  WS-KOI-TABLE.
           05  WS-KOI-COUNT               PIC 9(5) VALUE ZERO.
           05  WS-KOI-ENTRY OCCURS 10000 TIMES.
               10  WS-KOI-ID              PIC X(12).
               10  WS-KOI-ACTUAL-IDX      PIC 9(2).
               10  WS-KOI-PRIVATE         PIC X(1).
               10  WS-KOI-VOTE            PIC 9(3) OCCURS 10 TIMES.

       01  WS-VOTE-WORK.
           05  WS-DISP-CHALL-SCORE    PIC ZZ9.99.
           05  WS-DISP-CHAMP-SCORE    PIC ZZ9.99.

      *----------------------------------------------------------------
      *    REFERENCE BASELINES, SCORED ONCE PER BATCH OVER THE ANSWERS
      *    MASTER'S PUBLIC-SIDE ROWS THE SAME WAY EVALUAT'S E100 DOES.
      *    ENTRY 1 IS MAJORITY-CLASS, ENTRY 2 PRIOR-RANDOM (CLASSES
      *    DRAWN IN PROPORTION TO THE MASTER'S COUNTS FROM A FIXED
      *    SEED), ENTRY 3 CHAMPION (THE CHAMPRSP PREDICTIONS; A MASTER
      *    ROW THE CHAMPION DID NOT PREDICT COUNTS AGAINST IT). EVERY
      *    LEADERBOARD ENTRY'S LIFT IS ITS ACCURACY LESS THE BEST
      *    BASELINE'S, IN ACCURACY POINTS.
      *----------------------------------------------------------------
       01  WS-BASELINES.
           05  WS-BASE-ENTRY OCCURS 3 TIMES.
               10  WS-BASE-NAME           PIC X(15).
               10  WS-BASE-TOTAL          PIC 9(6).
               10  WS-BASE-CORRECT        PIC 9(6).
               10  WS-BASE-ACCURACY       PIC 9(3)V99.

       01  WS-BASE-WORK.
           05  WS-CLASS-COUNT         PIC 9(6) OCCURS 10 TIMES.
           05  WS-BASE-ROWS           PIC 9(6) VALUE ZERO.
           05  WS-BASE-SUB            PIC 9(2) VALUE ZERO.
           05  WS-BASE-LIMIT          PIC 9(1) VALUE 2.
           05  WS-BEST-BASE-SUB       PIC 9(1) VALUE ZERO.
           05  WS-MAJORITY-SUB        PIC 9(2) VALUE ZERO.
           05  WS-DRAW-SUB            PIC 9(2) VALUE ZERO.
           05  WS-DRAW-POINT          PIC 9(6) VALUE ZERO.
           05  WS-DRAW-CUM            PIC 9(6) VALUE ZERO.
           05  WS-LIFT-PCT            PIC S9(3)V99 VALUE ZERO.
           05  WS-DISP-LIFT           PIC -ZZ9.99.
           05  WS-DISP-BASE-ACC       PIC ZZ9.99.
           05  WS-CHAMPRSP-EOF        PIC A(1) VALUE SPACE.
               88  CHAMPRSP-AT-EOF    VALUE 'Y'.
           05  WS-CHAMPRSP-SW         PIC X(1) VALUE 'N'.
               88  CHAMPRSP-LOADED    VALUE 'Y'.
           05  WS-BASE-CLASS          PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------
      *    PRIOR-RANDOM DRAW: A PARK-MILLER MINIMAL-STANDARD GENERATOR
      *    (SEED * 16807 MOD 2147483647), RESTARTED FROM THE SAME
      *    FIXED SEED AS EVALUAT'S ON EVERY BATCH, SO BOTH STEPS DRAW
      *    THE SAME SEQUENCE AGAINST THE SAME MASTER.
      *----------------------------------------------------------------
       01  WS-RANDOM-WORK.
           05  WS-RANDOM-START        PIC 9(10) VALUE 1951.
           05  WS-RANDOM-SEED         PIC 9(10) VALUE ZERO.
           05  WS-RANDOM-PRODUCT      PIC 9(15) VALUE ZERO.
           05  WS-RANDOM-QUOT         PIC 9(10) VALUE ZERO.

      *----------------------------------------------------------------
      *    DEGENERATE-DISTRIBUTION CHECK, APPLIED TO EACH REAL
      *    SUBMISSION BEFORE RANKING. WS-DEGEN-PCT IS THE LARGEST SHARE
      *    OF A SUBMISSION'S SCORED ROWS ONE PREDICTED CLASS MAY TAKE
      *    (EVALBAT_DEGEN_PCT, DEFAULT 90).
      *----------------------------------------------------------------
       01  WS-DEGEN-PCT-TEXT              PIC X(03) VALUE SPACES.
       01  WS-DEGEN-PCT                   PIC 9(03) VALUE 90.
       01  WS-DEGEN-WORK.
           05  WS-PRED-COUNT          PIC 9(6) OCCURS 10 TIMES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
           END-IF.

           PERFORM R000-LOAD-WEIGHTS.
           PERFORM Y500-VERIFY-ANSWERS.
           PERFORM Y800-FIND-GENERATION.

           ACCEPT WS-RANK-BY-TEXT FROM ENVIRONMENT 'EVALBAT_RANK_BY'.
           IF WS-RANK-BY-TEXT = 'WEIGHTED'
           CLOSE SUBLIST.
           MOVE WS-SUB-COUNT TO WS-LOADED-COUNT.

           PERFORM F100-OPEN-SPLIT.

           PERFORM F000-LOAD-KOI-TABLE.

           PERFORM K000-SCORE-BASELINES.

           OPEN OUTPUT BATDTL.
           PERFORM VARYING SUB-IDX FROM 1 BY 1
                              UNTIL SUB-IDX > WS-SUB-COUNT
              PERFORM C000-SCORE-SUBMISSION
           END-PERFORM.
           CLOSE BATDTL.

           IF SPLIT-IN-USE
              CLOSE SPLTMAST
           END-IF.

           PERFORM W000-UPDATE-REGISTRY.


           PERFORM H000-CHAMPION-CHALLENGER.

           IF SPLIT-IN-USE
              PERFORM J000-WRITE-SEALED
           END-IF.

           PERFORM Z000-WRITE-RUN-STEP.

           STOP RUN.
           MOVE ZERO TO WS-SUB-LOGLOSS-SUM (SUB-IDX).
           MOVE 'N' TO WS-SUB-DUP-FLAG (SUB-IDX).
           MOVE SPACES TO WS-SUB-DUP-OF (SUB-IDX).
           MOVE ZERO TO WS-SUB-PRIV-TOTAL (SUB-IDX).
           MOVE ZERO TO WS-SUB-PRIV-CORRECT (SUB-IDX).
           MOVE SPACES TO WS-SUB-DEGEN-CODE (SUB-IDX).
           PERFORM VARYING WS-SM-PRED-SUB FROM 1 BY 1
                              UNTIL WS-SM-PRED-SUB > 10
              PERFORM VARYING WS-SM-ANS-SUB FROM 1 BY 1
                                 UNTIL WS-SM-ANS-SUB > 10
                 MOVE ZERO TO WS-SM-CELL (WS-SM-PRED-SUB WS-SM-ANS-SUB)
              END-PERFORM
           END-PERFORM.

           MOVE SPACE TO WS-RESP-EOF.
           MOVE SPACE TO WS-ANS-EOF.
              MOVE ZERO TO WS-SUB-ACCURACY (SUB-IDX)
           END-IF.

           IF WS-SUB-PRIV-TOTAL (SUB-IDX) > ZERO
              COMPUTE WS-SUB-PRIV-ACCURACY (SUB-IDX) ROUNDED =
                 WS-SUB-PRIV-CORRECT (SUB-IDX)
                 / WS-SUB-PRIV-TOTAL (SUB-IDX) * 100
           ELSE
              MOVE ZERO TO WS-SUB-PRIV-ACCURACY (SUB-IDX)
           END-IF.

           PERFORM C500-COMPUTE-WEIGHTED.
           PERFORM C600-COMPUTE-PROB-SCORES.
           PERFORM C800-WRITE-MATRIX.
           PERFORM C900-CHECK-DEGENERATE.
      *
       C100-READ-RESPONSE.
           READ RESPONSE
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
      *    C300-SCORE-ROW CREDITS A MATCHED ROW TOWARD THIS SUBMISSION'S
      *    TOTAL/CORRECT COUNTS, EXCLUDING ROWS WHOSE DISPOSITION VALUE
      *    IS NOT ONE OF THE KNOWN CODES IN DISPCODE.CPY SO BAD SOURCE
      *    DATA DOES NOT SKEW THE LEADERBOARD. A VALID ROW ON THE
      *    PRIVATE SIDE OF THE HOLDOUT SPLIT IS COUNTED TOWARD THE
      *    SEALED PRIVATE SCORE ONLY. A PUBLIC-SIDE ROW IS ALSO ADDED TO
      *    THE SUBMISSION'S CONFUSION MATRIX, AND A WRONG ONE IS WRITTEN
      *    TO THE BATCH-DETAIL FILE AS A MISSED KOI.
      *----------------------------------------------------------------
       C300-SCORE-ROW.
           SET ROW-IS-VALID TO TRUE.
           END-SEARCH.

           IF ROW-IS-VALID
              PERFORM C350-GET-PARTITION
           END-IF.

           EVALUATE TRUE
              WHEN ROW-IS-INVALID
                 CONTINUE
              WHEN ROW-IS-PRIVATE
                 ADD 1 TO WS-SUB-PRIV-TOTAL (SUB-IDX)
                 IF RESP-DESCRIPTION = ANS-DESCRIPTION
                    ADD 1 TO WS-SUB-PRIV-CORRECT (SUB-IDX)
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-SUB-TOTAL (SUB-IDX)
                 ADD 1 TO WS-SM-CELL (WS-RESP-IDX WS-ANS-IDX)
                 IF RESP-DESCRIPTION = ANS-DESCRIPTION
                    ADD 1 TO WS-SUB-CORRECT (SUB-IDX)
                 ELSE
                    PERFORM C700-WRITE-MISSED
                 END-IF
                 IF WEIGHTS-LOADED
                    ADD WS-COST-WEIGHT (WS-RESP-IDX WS-ANS-IDX)
                       TO WS-SUB-COST (SUB-IDX)
                 END-IF
                 IF PROB-MODE
                    PERFORM V100-TALLY-PROB-SCORES
                 END-IF
                 PERFORM C400-VOTE-ROW
           END-EVALUATE.
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
           END-IF.
      *
      *----------------------------------------------------------------
      *    C700-WRITE-MISSED WRITES THE CURRENT PUBLIC-SIDE ROW TO THE
      *    BATCH-DETAIL FILE AS A KOI THIS SUBMISSION GOT WRONG.
      *----------------------------------------------------------------
       C700-WRITE-MISSED.
           MOVE WS-SUB-LABEL (SUB-IDX) TO BDM-RUN-LABEL.
           MOVE 'MISSED' TO BDM-RECORD-TYPE.
           MOVE ANS-KOI-ID TO BDM-KOI-ID.
           MOVE RESP-DESCRIPTION TO BDM-PREDICTED.
           MOVE ANS-DESCRIPTION TO BDM-ACTUAL.
           MOVE SPACE TO BDM-DELIM-1.
           MOVE SPACE TO BDM-DELIM-2.
           MOVE SPACE TO BDM-DELIM-3.
           MOVE SPACE TO BDM-DELIM-4.
           MOVE SPACES TO BDM-FILLER.
           WRITE BATCH-MISSED-RECORD.
      *
      *----------------------------------------------------------------
      *    C800-WRITE-MATRIX WRITES THE SCORED SUBMISSION'S CONFUSION
      *    MATRIX TO THE BATCH-DETAIL FILE, ONE RECORD PER PREDICTED/
      *    ACTUAL CELL OF THE LOADED CODES, ZERO CELLS INCLUDED, THE
      *    SAME WAY EVALUAT WRITES ITS EXTRACT MATRIX RECORDS. A
      *    SUBMISSION WHOSE FILE COULD NOT BE OPENED WRITES ALL ZEROS.
      *----------------------------------------------------------------
       C800-WRITE-MATRIX.
           MOVE WS-SUB-LABEL (SUB-IDX) TO BDT-RUN-LABEL.
           MOVE 'MATRIX' TO BDT-RECORD-TYPE.
           MOVE SPACE TO BDT-DELIM-1.
           MOVE SPACE TO BDT-DELIM-2.
           MOVE SPACE TO BDT-DELIM-3.
           MOVE SPACE TO BDT-DELIM-4.
           MOVE SPACES TO BDT-FILLER.
           PERFORM VARYING WS-SM-PRED-SUB FROM 1 BY 1
                              UNTIL WS-SM-PRED-SUB > DISP-CODE-COUNT
              MOVE DISP-CODE-ENTRY (WS-SM-PRED-SUB) TO BDT-PREDICTED
              PERFORM VARYING WS-SM-ANS-SUB FROM 1 BY 1
                                 UNTIL WS-SM-ANS-SUB > DISP-CODE-COUNT
                 MOVE DISP-CODE-ENTRY (WS-SM-ANS-SUB) TO BDT-ACTUAL
                 MOVE WS-SM-CELL (WS-SM-PRED-SUB WS-SM-ANS-SUB)
                    TO BDT-CELL-COUNT
                 WRITE BATCH-MATRIX-RECORD
              END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    C900-CHECK-DEGENERATE TESTS THE SCORED SUBMISSION'S PUBLIC-
      *    SIDE PREDICTED-CLASS DISTRIBUTION, FROM ITS CONFUSION MATRIX
      *    ROW TOTALS, AND SETS ITS REASON CODE: 'SC' WHEN ONE CLASS
      *    TAKES MORE THAN WS-DEGEN-PCT PERCENT OF ITS SCORED ROWS,
      *    'NP' WHEN A CLASS THE MASTER CONTAINS ON THE PUBLIC SIDE IS
      *    NEVER PREDICTED ('SC' WINS WHEN BOTH APPLY). A SUBMISSION
      *    WITH NO SCORED ROWS IS NOT CHECKED -- IT ALREADY SCORES ZERO.
      *----------------------------------------------------------------
       C900-CHECK-DEGENERATE.
           IF WS-SUB-TOTAL (SUB-IDX) > ZERO
              PERFORM VARYING WS-SM-PRED-SUB FROM 1 BY 1
                                 UNTIL WS-SM-PRED-SUB > DISP-CODE-COUNT
                 MOVE ZERO TO WS-PRED-COUNT (WS-SM-PRED-SUB)
                 PERFORM VARYING WS-SM-ANS-SUB FROM 1 BY 1
                         UNTIL WS-SM-ANS-SUB > DISP-CODE-COUNT
                    ADD WS-SM-CELL (WS-SM-PRED-SUB WS-SM-ANS-SUB)
                       TO WS-PRED-COUNT (WS-SM-PRED-SUB)
                 END-PERFORM
              END-PERFORM

              PERFORM VARYING WS-SM-PRED-SUB FROM 1 BY 1
                                 UNTIL WS-SM-PRED-SUB > DISP-CODE-COUNT
                                    OR WS-SUB-DEGEN-CODE (SUB-IDX)
                                       NOT = SPACES
                 IF WS-PRED-COUNT (WS-SM-PRED-SUB) * 100 >
                    WS-DEGEN-PCT * WS-SUB-TOTAL (SUB-IDX)
                    MOVE 'SC' TO WS-SUB-DEGEN-CODE (SUB-IDX)
                    DISPLAY '*** WARNING -- ' WS-SUB-LABEL (SUB-IDX)
                       ' PREDICTS ' DISP-CODE-ENTRY (WS-SM-PRED-SUB)
                       ' FOR MORE THAN ' WS-DEGEN-PCT '% OF ITS ROWS'
                 END-IF
              END-PERFORM

              PERFORM VARYING WS-SM-PRED-SUB FROM 1 BY 1
                                 UNTIL WS-SM-PRED-SUB > DISP-CODE-COUNT
                                    OR WS-SUB-DEGEN-CODE (SUB-IDX)
                                       NOT = SPACES
                 IF WS-PRED-COUNT (WS-SM-PRED-SUB) = ZERO
                    AND WS-CLASS-COUNT (WS-SM-PRED-SUB) > ZERO
                    MOVE 'NP' TO WS-SUB-DEGEN-CODE (SUB-IDX)
                    DISPLAY '*** WARNING -- ' WS-SUB-LABEL (SUB-IDX)
                       ' NEVER PREDICTS '
                       DISP-CODE-ENTRY (WS-SM-PRED-SUB)
                 END-IF
              END-PERFORM
           END-IF.
      *
      *----------------------------------------------------------------
      *    D000-RANK-SUBMISSIONS SORTS THE WS-SUBMISSIONS TABLE INTO
      *    DESCENDING ACCURACY ORDER USING A SELECTION SORT, WHICH IS
      *    PLENTY FOR THE HANDFUL OF SUBMISSIONS A BATCH COMPARES AT
      *    ONCE. A SUBMISSION FLAGGED DEGENERATE BY C900 RANKS BELOW
      *    EVERY UNFLAGGED ONE, WHATEVER ITS SCORE.
      *----------------------------------------------------------------
       D000-RANK-SUBMISSIONS.
           PERFORM VARYING WS-OUTER-IDX FROM 1 BY 1
              MOVE WS-OUTER-IDX TO WS-BEST-IDX
              PERFORM VARYING WS-INNER-IDX FROM WS-OUTER-IDX BY 1
                                 UNTIL WS-INNER-IDX > WS-SUB-COUNT
                 EVALUATE TRUE
                    WHEN WS-SUB-DEGEN-CODE (WS-INNER-IDX) NOT = SPACES
                     AND WS-SUB-DEGEN-CODE (WS-BEST-IDX) = SPACES
                       CONTINUE
                    WHEN WS-SUB-DEGEN-CODE (WS-INNER-IDX) = SPACES
                     AND WS-SUB-DEGEN-CODE (WS-BEST-IDX) NOT = SPACES
                       MOVE WS-INNER-IDX TO WS-BEST-IDX
                    WHEN RANK-BY-WEIGHTED
                       IF WS-SUB-WEIGHTED (WS-INNER-IDX) >
                          WS-SUB-WEIGHTED (WS-BEST-IDX)
                          MOVE WS-INNER-IDX TO WS-BEST-IDX
                       END-IF
                    WHEN OTHER
                       IF WS-SUB-ACCURACY (WS-INNER-IDX) >
                          WS-SUB-ACCURACY (WS-BEST-IDX)
                          MOVE WS-INNER-IDX TO WS-BEST-IDX
                       END-IF
                 END-EVALUATE
              END-PERFORM
              IF WS-BEST-IDX NOT = WS-OUTER-IDX
                 PERFORM D100-SWAP-ENTRIES
           MOVE WS-SWAP-LOGLOSS TO WS-SUB-LOGLOSS (WS-BEST-IDX).
           MOVE WS-SWAP-DUP-FLAG TO WS-SUB-DUP-FLAG (WS-BEST-IDX).
           MOVE WS-SWAP-DUP-OF TO WS-SUB-DUP-OF (WS-BEST-IDX).
           MOVE WS-SWAP-PRIV-TOTAL TO WS-SUB-PRIV-TOTAL (WS-BEST-IDX).
           MOVE WS-SWAP-PRIV-CORRECT
              TO WS-SUB-PRIV-CORRECT (WS-BEST-IDX).
           MOVE WS-SWAP-PRIV-ACCURACY
              TO WS-SUB-PRIV-ACCURACY (WS-BEST-IDX).
           MOVE WS-SWAP-DEGEN-CODE TO WS-SUB-DEGEN-CODE (WS-BEST-IDX).
      *
      *----------------------------------------------------------------
      *    E000-DISPLAY-LEADERBOARD PRINTS THE RANKED SUBMISSIONS TO
              DISPLAY 'NO SUBMISSIONS FOUND ON SUBLIST.'
           END-IF.

           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                              UNTIL WS-BASE-SUB > WS-BASE-LIMIT
              MOVE WS-BASE-ACCURACY (WS-BASE-SUB) TO WS-DISP-BASE-ACC
              DISPLAY '  BASELINE ' WS-BASE-NAME (WS-BASE-SUB)
                 ' ACCURACY=' WS-DISP-BASE-ACC '%'
                 ' (' WS-BASE-CORRECT (WS-BASE-SUB) '/'
                 WS-BASE-TOTAL (WS-BASE-SUB) ')'
           END-PERFORM.

           PERFORM VARYING WS-OUTER-IDX FROM 1 BY 1
                              UNTIL WS-OUTER-IDX > WS-SUB-COUNT
              MOVE WS-SUB-ACCURACY (WS-OUTER-IDX) TO WS-DISP-ACCURACY
              ELSE
                 MOVE SPACE TO LDR-DUP-FLAG
              END-IF
              COMPUTE WS-LIFT-PCT = WS-SUB-ACCURACY (WS-OUTER-IDX)
                 - WS-BASE-ACCURACY (WS-BEST-BASE-SUB)
              MOVE WS-LIFT-PCT TO LDR-LIFT-PCT
              MOVE WS-SUB-DEGEN-CODE (WS-OUTER-IDX) TO LDR-DEGEN-CODE
              MOVE ATW-TRUTH-GEN TO LDR-TRUTH-GEN
              WRITE LEADER-RECORD

              MOVE WS-LIFT-PCT TO WS-DISP-LIFT
              DISPLAY '           LIFT OVER BEST BASELINE='
                 WS-DISP-LIFT ' POINTS'

              IF WS-SUB-DEGEN-CODE (WS-OUTER-IDX) NOT = SPACES
                 DISPLAY '           *** DEGENERATE PREDICTED-CLASS '
                    'DISTRIBUTION (' WS-SUB-DEGEN-CODE (WS-OUTER-IDX)
                    ') -- RANKED BELOW UNFLAGGED SUBMISSIONS'
              END-IF

              IF WS-SUB-DUP-FLAG (WS-OUTER-IDX) = 'Y'
                 DISPLAY '           *** DUPLICATE FINGERPRINT OF '
                    WS-SUB-DUP-OF (WS-OUTER-IDX)
           IF RANK-BY-WEIGHTED
              DISPLAY 'LEADERBOARD RANKED BY WEIGHTED SCORE'
           END-IF.
           DISPLAY 'LIFT IS MEASURED OVER BASELINE '
              WS-BASE-NAME (WS-BEST-BASE-SUB).
      *
      *----------------------------------------------------------------
      *    F000-LOAD-KOI-TABLE READS THE ANSWERS MASTER INTO THE
                       SET WS-KOI-ACTUAL-IDX (WS-KOI-COUNT)
                          TO DISP-IDX
                 END-SEARCH
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
                 PERFORM VARYING WS-VOTE-SUB FROM 1 BY 1
                                    UNTIL WS-VOTE-SUB > 10
                    MOVE ZERO TO WS-KOI-VOTE (WS-KOI-COUNT WS-VOTE-SUB)
           MOVE ZERO TO WS-ANS-ORDINAL.
      *
      *----------------------------------------------------------------
      *    F100-OPEN-SPLIT OPENS THE HOLDOUT-SPLIT MASTER. WHEN IT IS
      *    NOT THERE EVERY ROW SCORES AS PUBLIC, AS BEFORE THE SPLIT.
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
      *    G000-SCORE-CONSENSUS DERIVES THE MAJORITY-VOTE PREDICTION
      *    FOR EVERY KOI AT LEAST ONE SUBMISSION VALIDLY PREDICTED,
      *    SCORES IT AS A VIRTUAL 'CONSENSUS' LEADERBOARD ENTRY, AND
           MOVE ZERO TO WS-SUB-LOGLOSS (WS-CONSENSUS-IDX).
           MOVE 'N' TO WS-SUB-DUP-FLAG (WS-CONSENSUS-IDX).
           MOVE SPACES TO WS-SUB-DUP-OF (WS-CONSENSUS-IDX).
           MOVE ZERO TO WS-SUB-PRIV-TOTAL (WS-CONSENSUS-IDX).
           MOVE ZERO TO WS-SUB-PRIV-CORRECT (WS-CONSENSUS-IDX).
           MOVE ZERO TO WS-SUB-PRIV-ACCURACY (WS-CONSENSUS-IDX).

           PERFORM VARYING WS-KOI-SUB FROM 1 BY 1
                              UNTIL WS-KOI-SUB > WS-KOI-COUNT
           END-IF.
      *
      *----------------------------------------------------------------
      *    K000-SCORE-BASELINES SCORES THE REFERENCE BASELINES OVER THE
      *    ANSWERS MASTER'S VALID PUBLIC-SIDE ROWS BEFORE ANY
      *    SUBMISSION IS SCORED, THE SAME WAY EVALUAT'S E100 DOES: A
      *    FIRST PASS COUNTS THE MASTER'S CLASSES (THE MAJORITY CLASS,
      *    THE PRIOR-RANDOM WEIGHTS AND THE CLASS LIST C900 CHECKS
      *    AGAINST), A SECOND SCORES ALL THREE BASELINES ROW BY ROW.
      *    ALSO PICKS UP THE DEGENERATE-SHARE LIMIT.
      *----------------------------------------------------------------
       K000-SCORE-BASELINES.
           ACCEPT WS-DEGEN-PCT-TEXT FROM ENVIRONMENT
              'EVALBAT_DEGEN_PCT'.
           IF WS-DEGEN-PCT-TEXT NOT = SPACES
              IF WS-DEGEN-PCT-TEXT NUMERIC
                 MOVE WS-DEGEN-PCT-TEXT TO WS-DEGEN-PCT
              ELSE
                 DISPLAY '*** WARNING -- EVALBAT_DEGEN_PCT NOT NNN '
                    '-- USING 090'
              END-IF
           END-IF.

           MOVE 'MAJORITY-CLASS' TO WS-BASE-NAME (1).
           MOVE 'PRIOR-RANDOM' TO WS-BASE-NAME (2).
           MOVE 'CHAMPION' TO WS-BASE-NAME (3).
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                              UNTIL WS-BASE-SUB > 3
              MOVE ZERO TO WS-BASE-TOTAL (WS-BASE-SUB)
              MOVE ZERO TO WS-BASE-CORRECT (WS-BASE-SUB)
              MOVE ZERO TO WS-BASE-ACCURACY (WS-BASE-SUB)
           END-PERFORM.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                              UNTIL WS-BASE-SUB > 10
              MOVE ZERO TO WS-CLASS-COUNT (WS-BASE-SUB)
           END-PERFORM.

           MOVE SPACE TO WS-ANS-EOF.
           MOVE ZERO TO WS-ANS-ORDINAL.
           OPEN INPUT ANSWERS.
           PERFORM C200-READ-ANSWERS.
           PERFORM UNTIL ANS-AT-EOF
              PERFORM K100-GET-BASE-CLASS
              IF WS-BASE-CLASS > ZERO
                 ADD 1 TO WS-CLASS-COUNT (WS-BASE-CLASS)
                 ADD 1 TO WS-BASE-ROWS
              END-IF
              PERFORM C200-READ-ANSWERS
           END-PERFORM.
           CLOSE ANSWERS.

           MOVE 1 TO WS-MAJORITY-SUB.
           PERFORM VARYING WS-BASE-SUB FROM 2 BY 1
                              UNTIL WS-BASE-SUB > DISP-CODE-COUNT
              IF WS-CLASS-COUNT (WS-BASE-SUB) >
                 WS-CLASS-COUNT (WS-MAJORITY-SUB)
                 MOVE WS-BASE-SUB TO WS-MAJORITY-SUB
              END-IF
           END-PERFORM.

           MOVE SPACE TO WS-CHAMPRSP-EOF.
           OPEN INPUT CHAMPRSP.
           PERFORM K400-READ-CHAMPRSP.
           IF CHAMPRSP-AT-EOF
              DISPLAY 'NO CHAMPION PREDICTIONS FILE -- CHAMPION '
                 'BASELINE SKIPPED'
           ELSE
              MOVE 'Y' TO WS-CHAMPRSP-SW
              MOVE 3 TO WS-BASE-LIMIT
           END-IF.

           IF WS-BASE-ROWS > ZERO
              MOVE WS-RANDOM-START TO WS-RANDOM-SEED
              MOVE SPACE TO WS-ANS-EOF
              MOVE ZERO TO WS-ANS-ORDINAL
              OPEN INPUT ANSWERS
              PERFORM C200-READ-ANSWERS
              PERFORM UNTIL ANS-AT-EOF
                 PERFORM K100-GET-BASE-CLASS
                 IF WS-BASE-CLASS > ZERO
                    PERFORM K200-SCORE-BASE-ROW
                 END-IF
                 PERFORM C200-READ-ANSWERS
              END-PERFORM
              CLOSE ANSWERS
           END-IF.
           CLOSE CHAMPRSP.
           MOVE ZERO TO WS-ANS-ORDINAL.

           MOVE ZERO TO WS-BEST-BASE-SUB.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                              UNTIL WS-BASE-SUB > WS-BASE-LIMIT
              IF WS-BASE-TOTAL (WS-BASE-SUB) > ZERO
                 COMPUTE WS-BASE-ACCURACY (WS-BASE-SUB) ROUNDED =
                    WS-BASE-CORRECT (WS-BASE-SUB)
                    / WS-BASE-TOTAL (WS-BASE-SUB) * 100
              END-IF
              IF WS-BEST-BASE-SUB = ZERO
                 MOVE WS-BASE-SUB TO WS-BEST-BASE-SUB
              ELSE
                 IF WS-BASE-ACCURACY (WS-BASE-SUB) >
                    WS-BASE-ACCURACY (WS-BEST-BASE-SUB)
                    MOVE WS-BASE-SUB TO WS-BEST-BASE-SUB
                 END-IF
              END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    K100-GET-BASE-CLASS SETS WS-BASE-CLASS TO THE CURRENT MASTER
      *    ROW'S DISPOSITION INDEX, OR ZERO FOR AN INVALID DISPOSITION
      *    OR A PRIVATE-SIDE KOI.
      *----------------------------------------------------------------
       K100-GET-BASE-CLASS.
           MOVE ZERO TO WS-BASE-CLASS.
           SET DISP-IDX TO 1.
           SEARCH DISP-CODE-ENTRY
              AT END MOVE ZERO TO WS-BASE-CLASS
              WHEN DISP-IDX > DISP-CODE-COUNT
                 MOVE ZERO TO WS-BASE-CLASS
              WHEN DISP-CODE-ENTRY (DISP-IDX) = ANS-DESCRIPTION
                 SET WS-BASE-CLASS TO DISP-IDX
           END-SEARCH.
           IF WS-BASE-CLASS > ZERO
              PERFORM C350-GET-PARTITION
              IF ROW-IS-PRIVATE
                 MOVE ZERO TO WS-BASE-CLASS
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    K200-SCORE-BASE-ROW SCORES ONE PUBLIC-SIDE MASTER ROW FOR
      *    EACH BASELINE. THE CHAMPION FILE IS ADVANCED TO THE FIRST
      *    KOI NOT BELOW THE MASTER'S; ONLY AN EXACT KOI MATCH WITH THE
      *    SAME DISPOSITION SCORES AS CORRECT.
      *----------------------------------------------------------------
       K200-SCORE-BASE-ROW.
           ADD 1 TO WS-BASE-TOTAL (1).
           IF WS-BASE-CLASS = WS-MAJORITY-SUB
              ADD 1 TO WS-BASE-CORRECT (1)
           END-IF.

           ADD 1 TO WS-BASE-TOTAL (2).
           PERFORM K300-DRAW-PRIOR-CLASS.
           IF WS-DRAW-SUB = WS-BASE-CLASS
              ADD 1 TO WS-BASE-CORRECT (2)
           END-IF.

           IF CHAMPRSP-LOADED
              ADD 1 TO WS-BASE-TOTAL (3)
              PERFORM K400-READ-CHAMPRSP
                 UNTIL CHAMPRSP-AT-EOF
                    OR CHR-KOI-ID NOT < ANS-KOI-ID
              IF NOT CHAMPRSP-AT-EOF
                 AND CHR-KOI-ID = ANS-KOI-ID
                 AND CHR-DESCRIPTION = ANS-DESCRIPTION
                 ADD 1 TO WS-BASE-CORRECT (3)
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    K300-DRAW-PRIOR-CLASS ADVANCES THE GENERATOR ONE STEP AND
      *    MAPS THE RESULT ONTO THE MASTER'S CUMULATIVE CLASS COUNTS,
      *    SO EACH CLASS IS DRAWN IN PROPORTION TO ITS SHARE.
      *----------------------------------------------------------------
       K300-DRAW-PRIOR-CLASS.
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-SEED * 16807.
           DIVIDE WS-RANDOM-PRODUCT BY 2147483647
              GIVING WS-RANDOM-QUOT REMAINDER WS-RANDOM-SEED.
           DIVIDE WS-RANDOM-SEED BY WS-BASE-ROWS
              GIVING WS-RANDOM-QUOT REMAINDER WS-DRAW-POINT.
           MOVE ZERO TO WS-DRAW-CUM.
           MOVE ZERO TO WS-DRAW-SUB.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                              UNTIL WS-BASE-SUB > DISP-CODE-COUNT
                                 OR WS-DRAW-SUB > ZERO
              ADD WS-CLASS-COUNT (WS-BASE-SUB) TO WS-DRAW-CUM
              IF WS-DRAW-CUM > WS-DRAW-POINT
                 MOVE WS-BASE-SUB TO WS-DRAW-SUB
              END-IF
           END-PERFORM.
      *
       K400-READ-CHAMPRSP.
           READ CHAMPRSP
           AT END SET CHAMPRSP-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    R000-LOAD-WEIGHTS LOADS AND VALIDATES THE OPTIONAL
      *    MISCLASSIFICATION-COST CONTROL FILE, THE SAME WAY EVALUAT'S
      *    R000-LOAD-WEIGHTS DOES. AN ABSENT OR EMPTY FILE JUST SKIPS
      *
      *----------------------------------------------------------------
      *    H000-CHAMPION-CHALLENGER ENDS THE BATCH BY COMPARING THE
      *    TOP-RANKED REAL SUBMISSION (THE VIRTUAL CONSENSUS ENTRY AND
      *    ANY DEGENERATE SUBMISSION ARE SKIPPED) AGAINST THE REIGNING
      *    CHAMPION, ON WHICHEVER METRIC THE LEADERBOARD WAS RANKED BY.
      *    THE DECISION IS APPENDED TO THE RECOMMEND FILE AND THE
      *    CHAMPION FILE IS REWRITTEN WITH THE UPDATED TITLE AND STREAK
      *    STATE.
      *----------------------------------------------------------------
       H000-CHAMPION-CHALLENGER.
           ACCEPT WS-MARGIN-TEXT FROM ENVIRONMENT
                              UNTIL WS-OUTER-IDX > WS-SUB-COUNT
                                 OR WS-CHALLENGER-IDX > ZERO
              IF WS-SUB-LABEL (WS-OUTER-IDX) NOT = 'CONSENSUS'
                 AND WS-SUB-DEGEN-CODE (WS-OUTER-IDX) = SPACES
                 MOVE WS-OUTER-IDX TO WS-CHALLENGER-IDX
              END-IF
           END-PERFORM.

           IF WS-CHALLENGER-IDX = ZERO
              DISPLAY 'NO UNFLAGGED REAL SUBMISSIONS IN BATCH -- '
                 'CHAMPION COMPARISON SKIPPED'
           ELSE
              IF RANK-BY-WEIGHTED
                 MOVE WS-SUB-WEIGHTED (WS-CHALLENGER-IDX)
      *
      *----------------------------------------------------------------
      *    H400-CROWN-CHALLENGER FILLS THE CHAMPION RECORD FROM THE
      *    CHALLENGER'S SCORED RESULTS, CLEARS THE STREAK STATE AND
      *    SAVES THE NEW CHAMPION'S PREDICTIONS FOR THE BASELINE.
      *----------------------------------------------------------------
       H400-CROWN-CHALLENGER.
           MOVE WS-SUB-LABEL (WS-CHALLENGER-IDX) TO CHAMP-LABEL.
           MOVE WS-BATCH-DATE TO CHAMP-SINCE-DATE.
           MOVE SPACES TO CHAMP-STREAK-LABEL.
           MOVE ZERO TO CHAMP-STREAK-COUNT.
           PERFORM H700-SAVE-CHAMPION-PREDICTIONS.
      *
       H500-WRITE-RECOMMENDATION.
           OPEN EXTEND RECOMMND.
           OPEN OUTPUT CHAMPION.
           WRITE CHAMPION-IO-AREA FROM CHAMPION-RECORD.
           CLOSE CHAMPION.
      *
      *----------------------------------------------------------------
      *    H700-SAVE-CHAMPION-PREDICTIONS COPIES THE NEW CHAMPION'S
      *    RESPONSE FILE TO CHAMPRSP, ONE PLAIN RESPONSE RECORD PER ROW
      *    (A PROBABILISTIC ROW IS SAVED AS ITS ARGMAX CLASS), SO THE
      *    NEXT RUN'S CHAMPION BASELINE SCORES WHAT THE CHAMPION
      *    ACTUALLY PREDICTED. IF THE RESPONSE FILE CANNOT BE REOPENED
      *    THE PREVIOUS CHAMPRSP IS LEFT AS IT WAS.
      *----------------------------------------------------------------
       H700-SAVE-CHAMPION-PREDICTIONS.
           MOVE WS-SUB-FILE (WS-CHALLENGER-IDX) TO WS-RESPONSE-PATH.
           MOVE SPACE TO WS-RESP-EOF.
           OPEN INPUT RESPONSE.
           IF WS-RESPONSE-STATUS NOT = '00'
              DISPLAY '*** WARNING -- CANNOT REOPEN '
                 WS-RESPONSE-PATH ' -- CHAMPION PREDICTIONS NOT SAVED'
           ELSE
              OPEN OUTPUT CHAMPRSP
              PERFORM C100-READ-RESPONSE
              PERFORM UNTIL RESP-AT-EOF
                 MOVE SPACES TO CHAMP-RESP-RECORD
                 MOVE RESP-KOI-ID TO CHR-KOI-ID
                 MOVE RESP-DESCRIPTION TO CHR-DESCRIPTION
                 MOVE RESP-CONFIDENCE TO CHR-CONFIDENCE
                 WRITE CHAMP-RESP-RECORD
                 PERFORM C100-READ-RESPONSE
              END-PERFORM
              CLOSE CHAMPRSP
              CLOSE RESPONSE
              DISPLAY 'CHAMPION PREDICTIONS SAVED FROM '
                 WS-RESPONSE-PATH
           END-IF.
      *
       G100-WRITE-HARD-CASE.
           MOVE WS-KOI-ID (WS-KOI-SUB) TO HARD-KOI-ID.
      *
      *----------------------------------------------------------------
      *    W000-UPDATE-REGISTRY ADVANCES EVERY SCORED SUBMISSION'S
      *    REGISTRY ENTRY TO STATUS SCORED (STAMPING THE SCORED DATE THE
      *    FIRST TIME) AND PICKS UP ITS DUPLICATE-FINGERPRINT FLAG FOR
      *    THE LEADERBOARD. RUN AFTER THE SCORING LOOP AND BEFORE THE
      *    CONSENSUS ENTRY IS ADDED, SO EVERY TABLE ENTRY IS A REAL
      *    SUBMISSION. A MISSING REGISTRY OR ENTRY IS NOTED, NOT FATAL
      *    -- OLDER SUBLISTS PREDATE THE REGISTRY.
      *----------------------------------------------------------------
       W000-UPDATE-REGISTRY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O SUBREG.
           IF WS-SUBREG-STATUS NOT = '00'
              DISPLAY 'NO SUBMISSION REGISTRY (FILE STATUS '
                    ' NOT ON THE REGISTRY -- STATUS NOT ADVANCED'
              NOT INVALID KEY
                 MOVE 'SCORED  ' TO SUBR-STATUS
                 IF SUBR-SCORED-DATE NOT NUMERIC
                    OR SUBR-SCORED-DATE = ZERO
                    MOVE WS-RUN-DATE TO SUBR-SCORED-DATE
                 END-IF
                 REWRITE REGISTRY-RECORD
                 IF SUBR-DUP-OF NOT = SPACES
                    MOVE 'Y' TO WS-SUB-DUP-FLAG (SUB-IDX)
           END-READ.
      *
      *----------------------------------------------------------------
      *    J000-WRITE-SEALED APPENDS EVERY REAL SUBMISSION'S PUBLIC AND
      *    PRIVATE SCORES TO THE RESTRICTED SEALED-RESULTS FILE, UNDER
      *    ITS OWN SUBLIST LABEL. THE VIRTUAL CONSENSUS ENTRY IS PUBLIC
      *    ONLY AND IS NOT SEALED.
      *----------------------------------------------------------------
       J000-WRITE-SEALED.
           OPEN EXTEND SEALED.
           IF WS-SEALED-STATUS = '35'
              OPEN OUTPUT SEALED
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM VARYING WS-OUTER-IDX FROM 1 BY 1
                              UNTIL WS-OUTER-IDX > WS-SUB-COUNT
              IF WS-SUB-LABEL (WS-OUTER-IDX) NOT = 'CONSENSUS'
                 MOVE WS-RUN-DATE TO SLD-RUN-DATE
                 MOVE WS-SUB-LABEL (WS-OUTER-IDX) TO SLD-RUN-LABEL
                 MOVE 'EVALBAT ' TO SLD-STEP-NAME
                 MOVE WS-SUB-TOTAL (WS-OUTER-IDX) TO SLD-PUB-TOTAL
                 MOVE WS-SUB-CORRECT (WS-OUTER-IDX) TO SLD-PUB-CORRECT
                 MOVE WS-SUB-ACCURACY (WS-OUTER-IDX)
                    TO SLD-PUB-ACCURACY
                 MOVE WS-SUB-PRIV-TOTAL (WS-OUTER-IDX)
                    TO SLD-PRIV-TOTAL
                 MOVE WS-SUB-PRIV-CORRECT (WS-OUTER-IDX)
                    TO SLD-PRIV-CORRECT
                 MOVE WS-SUB-PRIV-ACCURACY (WS-OUTER-IDX)
                    TO SLD-PRIV-ACCURACY
                 MOVE SPACE TO SLD-DELIM-1
                 MOVE SPACE TO SLD-DELIM-2
                 MOVE SPACE TO SLD-DELIM-3
                 MOVE SPACE TO SLD-DELIM-4
                 MOVE SPACES TO SLD-FILLER
                 WRITE SEALED-RECORD
              END-IF
           END-PERFORM.
           CLOSE SEALED.
           DISPLAY 'PUBLIC SCORES PUBLISHED -- PRIVATE SCORES APPENDED '
              'TO THE SEALED RESULTS FILE'.
      *
      *----------------------------------------------------------------
      *    Z000-WRITE-RUN-STEP APPENDS THIS BATCH'S STEP RECORD TO
      *    THE SHARED RUN-CONTROL FILE FOR RUNBAL TO BALANCE: SUBLIST
      *    SUBMISSIONS LOADED, LEADERBOARD RECORDS WRITTEN (THE
           CLOSE RUNCTL.
      *
       COPY DISPLOAD.
       COPY ATRCALC.
       COPY GENFIND.
