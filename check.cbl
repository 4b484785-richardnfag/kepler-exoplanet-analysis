      *    SAYS WHICH REGISTERED SUBMISSIONS ARE STILL WAITING. A
      *    MISSING REGISTRY OR ENTRY IS NOTED, NOT FATAL -- OLDER
      *    SUBMISSIONS PREDATE THE REGISTRY.
      *    SCORES THE PUBLIC AND PRIVATE SIDES OF THE HOLDOUT SPLIT
      *    SEPARATELY, LOOKING EACH MATCHED KOI UP BY KEY ON THE SPLIT
      *    MASTER SPLITASG BUILDS (SEE SPLREC.CPY). EVERYTHING THIS RUN
      *    PUBLISHES -- MATRIX, METRICS, CALIBRATION, HISTORY, EXTRACT,
      *    THE ACCURACY THRESHOLD AND THE MISMATCH AND REVIEW FILES --
      *    NOW COVERS THE PUBLIC SIDE ONLY. PRIVATE-SIDE ROWS ARE
      *    COUNTED INTO A SEALED TALLY THAT RIDES THE CHECKPOINT AND IS
      *    APPENDED, WITH THE PUBLIC SCORE, TO THE RESTRICTED SEALED
      *    RESULTS FILE (SEE SLDREC.CPY) FOR THE QUARTERLY FINAL
      *    RANKING. A KOI NOT ON THE SPLIT MASTER SCORES AS PUBLIC, AND
      *    WITHOUT A SPLIT MASTER THE RUN SCORES EXACTLY AS BEFORE.
      *    SCORES THREE REFERENCE BASELINES AGAINST THE SAME PUBLIC-SIDE
      *    ANSWERS ROWS ON EVERY RUN -- MAJORITY-CLASS, CLASS-PRIOR
      *    RANDOM FROM A FIXED SEED, AND THE REIGNING CHAMPION'S OWN
      *    PREDICTIONS FROM THE OPTIONAL CHAMPRSP FILE EVALBAT KEEPS --
      *    AND PUTS THEM ON THE EXTRACT WITH THE SUBMISSION'S LIFT OVER
      *    THE BEST OF THEM, SO AN ACCURACY FIGURE CAN BE READ AGAINST
      *    WHAT A TRIVIAL MODEL SCORES ON THE SAME ROWS. ALSO CHECKS THE
      *    SUBMISSION'S PREDICTED-CLASS DISTRIBUTION AND FLAGS IT WITH
      *    A REASON CODE WHEN ONE CLASS TAKES MORE THAN
      *    EVALUAT_DEGEN_PCT PERCENT OF THE ROWS (DEFAULT 90) OR A
      *    CLASS THE ANSWERS MASTER CONTAINS IS NEVER PREDICTED -- THE
      *    USUAL SIGN OF A BROKEN MODEL EXPORT. A DEGENERATE SUBMISSION
      *    THAT OTHERWISE PASSES ENDS WITH RETURN-CODE 4.
      *    VERIFIES THE ANSWERS MASTER AGAINST ITS TRAILER CONTROL
      *    RECORD (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE ANYTHING IS
      *    SCORED, AND ENDS WITH RETURN-CODE 16 WHEN THE ROWS ON THE
      *    FILE DO NOT MATCH IT. EVERY LATER PASS OVER THE MASTER STOPS
      *    AT THE TRAILER.
      *    LOOKS THE VERIFIED MASTER UP ON THE TRUTH-GENERATION
      *    CATALOG ANSPROM KEEPS (SEE GENREC.CPY / GENFIND.CPY) AND
      *    STAMPS THE GENERATION IT SCORED AGAINST ON THE HISTORY
      *    RECORD AND ON THE SUMMARY, CATEGORY, BASELINE AND LIFT
      *    EXTRACT RECORDS, SO A JUMP IN ACCURACY CAUSED BY A TRUTH
      *    REFRESH CAN BE TOLD FROM A MODEL IMPROVEMENT. A MASTER NOT
      *    ON THE CATALOG IS STAMPED GENERATION 000 WITH A WARNING.
      *    STAMPS THE DATE A SUBMISSION IS FIRST SCORED ON ITS REGISTRY
      *    ENTRY (SEE SUBRREC.CPY) FOR THE OPSRPT TURNAROUND FIGURES; A
      *    RESCORE LEAVES THE ORIGINAL DATE IN PLACE.
      *
       ENVIRONMENT DIVISION.
      *
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
           SELECT OPTIONAL CHAMPRSP ASSIGN TO CHAMPRSP.
           SELECT OPTIONAL TRUTHCAT ASSIGN TO TRUTHCAT.

       DATA DIVISION.
       FILE SECTION.
      *    AND IS RESET TO EMPTY AGAIN ONCE A RUN REACHES A CLEAN
      *    END-OF-FILE.
      *----------------------------------------------------------------
       FD  CHECKPOINT RECORD CONTAINS 1156 CHARACTERS RECORDING MODE F.
       01  CHECKPOINT-RECORD.
           05  CKPT-ROW-NUMBER        PIC 9(6).
           05  CKPT-COUNTER-EQ        PIC 9(6).
      *    ITS OWN. MISMATCH WRITES ARE SKIPPED UP TO THE RESTART
      *    ROW, SO THEIR COUNTER RIDES HERE.
           05  CKPT-COUNTER-MISMATCH  PIC 9(6).
      *    PRIVATE-SIDE TALLY OF THE HOLDOUT SPLIT.
           05  CKPT-COUNTER-PRIV-ALL  PIC 9(6).
           05  CKPT-COUNTER-PRIV-EQ   PIC 9(6).

      *----------------------------------------------------------------
      *    HISTORY ACCUMULATES ONE RECORD PER RUN (DATE, MODEL LABEL,
       FD  SUBREG RECORD CONTAINS 80 CHARACTERS.
       COPY SUBRREC.

      *----------------------------------------------------------------
      *    SPLTMAST IS THE KEYED HOLDOUT-SPLIT MASTER SPLITASG BUILDS,
      *    READ BY KOI ID TO TELL A PUBLIC-SIDE ROW FROM A PRIVATE ONE.
      *----------------------------------------------------------------
       FD  SPLTMAST RECORD CONTAINS 80 CHARACTERS.
       COPY SPLREC.

      *----------------------------------------------------------------
      *    SEALED ACCUMULATES ONE RECORD PER RUN WITH THE PUBLIC AND
      *    PRIVATE SCORES, UNDER RESTRICTED ACCESS UNTIL THE QUARTERLY
      *    FINAL RANKING.
      *----------------------------------------------------------------
       FD  SEALED RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY SLDREC.

      *----------------------------------------------------------------
      *    CHAMPRSP IS THE REIGNING CHAMPION'S OWN PREDICTIONS, IN
      *    PLAIN RESPONSE LAYOUT AND KOI ID ORDER, KEPT BY EVALBAT EACH
      *    TIME IT CROWNS A CHAMPION. SCORED AS THE CHAMPION BASELINE;
      *    WHEN IT IS ABSENT THAT BASELINE IS SKIPPED.
      *----------------------------------------------------------------
       FD  CHAMPRSP RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==CHAMP-RESP-RECORD==
                              ==:PFX:== BY ==CHR==.

      *----------------------------------------------------------------
      *    TRUTHCAT IS THE TRUTH-GENERATION CATALOG ANSPROM KEEPS, ONE
      *    RECORD PER PROMOTED ANSWERS MASTER GENERATION. READ ONLY TO
      *    FIND WHICH GENERATION THIS RUN SCORES AGAINST.
      *----------------------------------------------------------------
       FD  TRUTHCAT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY GENREC.

       WORKING-STORAGE SECTION.

       COPY DISPCODE.
       COPY ATRREC.

       01  WS-HISTORY-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SUBREG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-SPLTMAST-STATUS             PIC X(02) VALUE SPACES.
       01  WS-SEALED-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUN-LABEL                   PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

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
      *    MINIMUM-ACCURACY THRESHOLD. DEFAULTS TO 70% BUT CAN BE
      *    OVERRIDDEN WITH THE EVALUAT_MIN_ACCURACY ENVIRONMENT
           05  COUNTER-PROBROWS           PIC 9(6) VALUE ZERO.
           05  COUNTER-RESP-READ          PIC 9(6) VALUE ZERO.
           05  COUNTER-MISMATCH           PIC 9(6) VALUE ZERO.
           05  COUNTER-PRIV-ALL           PIC 9(6) VALUE ZERO.
           05  COUNTER-PRIV-EQ            PIC 9(6) VALUE ZERO.

       01  WS-ROW-NUMBER                  PIC 9(6) VALUE ZERO.

           05  WS-DISP-BRIER          PIC 9.9999.
           05  WS-DISP-LOGLOSS        PIC ZZ9.9999.

      *----------------------------------------------------------------
      *    REFERENCE BASELINES, SCORED OVER THE SAME PUBLIC-SIDE
      *    ANSWERS ROWS THE SUBMISSION IS PUBLISHED ON. ENTRY 1 IS
      *    MAJORITY-CLASS (EVERY ROW GIVEN THE MASTER'S MOST COMMON
      *    DISPOSITION), ENTRY 2 PRIOR-RANDOM (EACH ROW GIVEN A
      *    DISPOSITION DRAWN IN PROPORTION TO THE MASTER'S CLASS
      *    COUNTS, FROM A FIXED SEED SO EVERY RUN AGAINST THE SAME
      *    MASTER DRAWS THE SAME SEQUENCE), ENTRY 3 CHAMPION (THE
      *    CHAMPRSP PREDICTIONS; A MASTER ROW THE CHAMPION DID NOT
      *    PREDICT COUNTS AGAINST IT). THE SUBMISSION'S LIFT IS ITS
      *    ACCURACY LESS THE BEST BASELINE'S, IN ACCURACY POINTS.
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

      *----------------------------------------------------------------
      *    PRIOR-RANDOM DRAW: A PARK-MILLER MINIMAL-STANDARD GENERATOR
      *    (SEED * 16807 MOD 2147483647), RESTARTED FROM THE SAME
      *    FIXED SEED ON EVERY RUN.
      *----------------------------------------------------------------
       01  WS-RANDOM-WORK.
           05  WS-RANDOM-START        PIC 9(10) VALUE 1951.
           05  WS-RANDOM-SEED         PIC 9(10) VALUE ZERO.
           05  WS-RANDOM-PRODUCT      PIC 9(15) VALUE ZERO.
           05  WS-RANDOM-QUOT         PIC 9(10) VALUE ZERO.

      *----------------------------------------------------------------
      *    DEGENERATE-DISTRIBUTION CHECK. WS-DEGEN-CODE IS 'SC' WHEN A
      *    SINGLE PREDICTED CLASS TAKES MORE THAN WS-DEGEN-PCT PERCENT
      *    OF THE SCORED ROWS (EVALUAT_DEGEN_PCT, DEFAULT 90), 'NP'
      *    WHEN A CLASS THE ANSWERS MASTER CONTAINS ON THE PUBLIC SIDE
      *    IS NEVER PREDICTED, AND SPACES WHEN NEITHER APPLIES. 'SC'
      *    WINS WHEN BOTH DO. WS-DEGEN-CLASS NAMES THE CLASS CONCERNED.
      *----------------------------------------------------------------
       01  WS-DEGEN-PCT-TEXT              PIC X(03) VALUE SPACES.
       01  WS-DEGEN-PCT                   PIC 9(03) VALUE 90.
       01  WS-DEGEN-CODE                  PIC X(02) VALUE SPACES.
           88  DEGEN-SINGLE-CLASS         VALUE 'SC'.
           88  DEGEN-NOT-PREDICTED        VALUE 'NP'.
           88  DISTRIBUTION-HEALTHY       VALUE SPACES.
       01  WS-DEGEN-WORK.
           05  WS-PRED-COUNT          PIC 9(6) OCCURS 10 TIMES.
           05  WS-DEGEN-CLASS         PIC 9(2) VALUE ZERO.
           05  WS-DEGEN-SHARE         PIC 9(3) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
           END-IF.

           PERFORM R000-LOAD-WEIGHTS.
           PERFORM Y500-VERIFY-ANSWERS.
           PERFORM Y800-FIND-GENERATION.

           OPEN INPUT RESPONSE.
           OPEN INPUT ANSWERS.
           PERFORM K100-OPEN-SPLIT.

           PERFORM J000-LOAD-CHECKPOINT.

           CLOSE UNMATCHED.
           CLOSE REVIEWQ.

           PERFORM E100-SCORE-BASELINES.

           IF SPLIT-IN-USE
              CLOSE SPLTMAST
           END-IF.

           DISPLAY COUNTER-EQ ' correct rows of ' COUNTER-ALL.
           DISPLAY COUNTER-REJECTED
              ' rows rejected for invalid disposition values'.
           IF SPLIT-IN-USE
              DISPLAY COUNTER-PRIV-ALL ' private-side rows scored to '
                 'the sealed results file only'
           END-IF.
           IF COUNTER-UNMATCHED > ZERO
              DISPLAY '*** WARNING -- ' COUNTER-UNMATCHED
                 ' KOI IDS APPEAR ON ONLY ONE OF RESPONSE/ANSWERS --'
           PERFORM E000-COMPUTE-METRICS.
           PERFORM F000-DISPLAY-METRICS.

           PERFORM E500-CHECK-DEGENERATE.
           PERFORM F100-DISPLAY-BASELINES.

           IF WEIGHTS-LOADED
              PERFORM S000-COMPUTE-WEIGHTED
           END-IF.

           PERFORM O000-APPEND-HISTORY.

           IF SPLIT-IN-USE
              PERFORM O100-WRITE-SEALED
           END-IF.

           PERFORM Q000-WRITE-EXTRACT.

           PERFORM W000-UPDATE-REGISTRY.

           PERFORM P000-CHECK-THRESHOLD.

           IF NOT DISTRIBUTION-HEALTHY AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM Z000-WRITE-RUN-STEP.

           STOP RUN.
       A000-READ-ANS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
           IF WS-ROW-NUMBER > WS-RESTART-ROW
              PERFORM G000-VALIDATE-ROW

              IF ROW-IS-VALID
                 PERFORM K200-GET-PARTITION
              END-IF

              EVALUATE TRUE
                 WHEN ROW-IS-INVALID
                    ADD 1 TO COUNTER-REJECTED
                 WHEN ROW-IS-PRIVATE
                    ADD 1 TO COUNTER-PRIV-ALL
                    IF RESP-DESCRIPTION = ANS-DESCRIPTION
                       ADD 1 TO COUNTER-PRIV-EQ
                    END-IF
                 WHEN OTHER
                    PERFORM A000-TOTAL

                    IF RESP-DESCRIPTION IS EQUAL TO ANS-DESCRIPTION THEN
                       PERFORM A000-EQUAL
                    ELSE
                       PERFORM D000-WRITE-MISMATCH
                    END-IF

                    PERFORM B000-UPDATE-MATRIX
                    PERFORM T000-TALLY-CALIBRATION
                    IF PROB-MODE
                       PERFORM V100-TALLY-PROB-SCORES
                    END-IF
              END-EVALUATE

              PERFORM M000-CHECKPOINT-IF-DUE
           END-IF.
      *
      *----------------------------------------------------------------
      *    K100-OPEN-SPLIT OPENS THE HOLDOUT-SPLIT MASTER. WHEN IT IS
      *    NOT THERE EVERY ROW SCORES AS PUBLIC, AS BEFORE THE SPLIT.
      *----------------------------------------------------------------
       K100-OPEN-SPLIT.
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
      *    K200-GET-PARTITION SETS THE SIDE OF THE SPLIT THE CURRENT
      *    ROW'S KOI IS SCORED ON. A KOI THE SPLIT MASTER DOES NOT
      *    CARRY (ADDED TO THE ANSWERS MASTER SINCE SPLITASG LAST RAN)
      *    SCORES AS PUBLIC.
      *----------------------------------------------------------------
       K200-GET-PARTITION.
           SET ROW-IS-PUBLIC TO TRUE.
           IF SPLIT-IN-USE
              MOVE ANS-KOI-ID TO SPL-KOI-ID
              READ SPLTMAST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SPL-IS-PRIVATE
                       SET ROW-IS-PRIVATE TO TRUE
                    END-IF
              END-READ
           END-IF.
      *
      *----------------------------------------------------------------
      *    I000-WRITE-UNMATCHED LOGS A KOI ID SEEN ON ONLY ONE OF THE
      *    TWO INPUT FILES. THE RECORD STILL IN SCOPE ON UNM-SOURCE'S
      *    FILE SUPPLIES THE KOI ID AND DESCRIPTION. SKIPPED DURING
                       TO WS-OPT-CORRECT (WS-OPT-SUB)
                 END-PERFORM
                 MOVE CKPT-COUNTER-MISMATCH TO COUNTER-MISMATCH
                 MOVE CKPT-COUNTER-PRIV-ALL TO COUNTER-PRIV-ALL
                 MOVE CKPT-COUNTER-PRIV-EQ TO COUNTER-PRIV-EQ
                 DISPLAY 'RESUMING FROM CHECKPOINT AT ROW '
                    WS-RESTART-ROW
           END-READ.
                 TO CKPT-OPT-CORRECT (WS-OPT-SUB)
           END-PERFORM.
           MOVE COUNTER-MISMATCH TO CKPT-COUNTER-MISMATCH.
           MOVE COUNTER-PRIV-ALL TO CKPT-COUNTER-PRIV-ALL.
           MOVE COUNTER-PRIV-EQ TO CKPT-COUNTER-PRIV-EQ.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT.
      *
           MOVE SPACE TO HIST-DELIM-1.
           MOVE SPACE TO HIST-DELIM-2.
           MOVE SPACE TO HIST-DELIM-3.
           MOVE SPACE TO HIST-DELIM-4.
           MOVE ATW-TRUTH-GEN TO HIST-TRUTH-GEN.
           MOVE SPACES TO HIST-FILLER.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY.
      *
      *----------------------------------------------------------------
      *    O100-WRITE-SEALED APPENDS THIS RUN'S PUBLIC AND PRIVATE
      *    SCORES TO THE RESTRICTED SEALED-RESULTS FILE, UNDER THE RUN
      *    DATE AND LABEL O000-APPEND-HISTORY JUST ACCEPTED.
      *----------------------------------------------------------------
       O100-WRITE-SEALED.
           OPEN EXTEND SEALED.
           IF WS-SEALED-STATUS = '35'
              OPEN OUTPUT SEALED
           END-IF.
           MOVE WS-RUN-DATE TO SLD-RUN-DATE.
           MOVE WS-RUN-LABEL TO SLD-RUN-LABEL.
           MOVE 'EVALUAT ' TO SLD-STEP-NAME.
           MOVE COUNTER-ALL TO SLD-PUB-TOTAL.
           MOVE COUNTER-EQ TO SLD-PUB-CORRECT.
           IF COUNTER-ALL > ZERO
              COMPUTE SLD-PUB-ACCURACY ROUNDED =
                 COUNTER-EQ / COUNTER-ALL * 100
           ELSE
              MOVE ZERO TO SLD-PUB-ACCURACY
           END-IF.
           MOVE COUNTER-PRIV-ALL TO SLD-PRIV-TOTAL.
           MOVE COUNTER-PRIV-EQ TO SLD-PRIV-CORRECT.
           IF COUNTER-PRIV-ALL > ZERO
              COMPUTE SLD-PRIV-ACCURACY ROUNDED =
                 COUNTER-PRIV-EQ / COUNTER-PRIV-ALL * 100
           ELSE
              MOVE ZERO TO SLD-PRIV-ACCURACY
           END-IF.
           MOVE SPACE TO SLD-DELIM-1.
           MOVE SPACE TO SLD-DELIM-2.
           MOVE SPACE TO SLD-DELIM-3.
           MOVE SPACE TO SLD-DELIM-4.
           MOVE SPACES TO SLD-FILLER.
           WRITE SEALED-RECORD.
           CLOSE SEALED.
      *
      *----------------------------------------------------------------
      *    P000-CHECK-THRESHOLD COMPUTES THE FINAL ACCURACY PERCENTAGE
      *    AND SETS A NON-ZERO RETURN-CODE WHEN IT FALLS BELOW THE
      *    MINIMUM, SO A BATCH SCHEDULER CAN FLAG OR STOP DOWNSTREAM
           OPEN OUTPUT EXTRACT.

           MOVE ',' TO EXT-DELIM-1 EXT-DELIM-2 EXT-DELIM-3
              EXT-DELIM-4 EXT-DELIM-5 EXT-DELIM-6 EXT-DELIM-7.
           MOVE SPACES TO EXT-FILLER.
           MOVE ATW-TRUTH-GEN TO EXT-TRUTH-GEN.

           MOVE WS-RUN-DATE TO EXT-RUN-DATE.
           MOVE WS-RUN-LABEL TO EXT-RUN-LABEL.
              END-PERFORM
           END-PERFORM.

           PERFORM Q100-WRITE-BASELINES.

           CLOSE EXTRACT.
      *
      *----------------------------------------------------------------
      *    Q100-WRITE-BASELINES ADDS ONE BASELINE RECORD PER REFERENCE
      *    BASELINE SCORED THIS RUN, THEN THE LIFT RECORD CARRYING THE
      *    BEST BASELINE, THE SUBMISSION'S LIFT OVER IT AND THE
      *    DEGENERATE-DISTRIBUTION REASON CODE.
      *----------------------------------------------------------------
       Q100-WRITE-BASELINES.
           MOVE ',' TO EXT-DELIM-1 EXT-DELIM-2 EXT-DELIM-3
              EXT-DELIM-4 EXT-DELIM-5 EXT-DELIM-6 EXT-DELIM-7.
           MOVE SPACES TO EXT-FILLER.
           MOVE ATW-TRUTH-GEN TO EXT-TRUTH-GEN.
           MOVE WS-RUN-DATE TO EXT-RUN-DATE.
           MOVE WS-RUN-LABEL TO EXT-RUN-LABEL.
           MOVE 'BASELINE' TO EXT-RECORD-TYPE.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                              UNTIL WS-BASE-SUB > WS-BASE-LIMIT
              MOVE WS-BASE-NAME (WS-BASE-SUB) TO EXT-CATEGORY
              MOVE WS-BASE-TOTAL (WS-BASE-SUB) TO EXT-TOTAL-ROWS
              MOVE WS-BASE-CORRECT (WS-BASE-SUB) TO EXT-CORRECT-ROWS
              MOVE WS-BASE-ACCURACY (WS-BASE-SUB) TO EXT-ACCURACY-PCT
              WRITE EXTRACT-RECORD
           END-PERFORM.

           MOVE ',' TO EXL-DELIM-1 EXL-DELIM-2 EXL-DELIM-3
              EXL-DELIM-4 EXL-DELIM-5 EXL-DELIM-6 EXL-DELIM-7.
           MOVE SPACES TO EXL-FILLER.
           MOVE ATW-TRUTH-GEN TO EXL-TRUTH-GEN.
           MOVE WS-RUN-DATE TO EXL-RUN-DATE.
           MOVE WS-RUN-LABEL TO EXL-RUN-LABEL.
           MOVE 'LIFT' TO EXL-RECORD-TYPE.
           IF WS-BEST-BASE-SUB > ZERO
              MOVE WS-BASE-NAME (WS-BEST-BASE-SUB) TO EXL-BEST-BASELINE
              MOVE WS-BASE-ACCURACY (WS-BEST-BASE-SUB)
                 TO EXL-BASELINE-PCT
           ELSE
              MOVE SPACES TO EXL-BEST-BASELINE
              MOVE ZERO TO EXL-BASELINE-PCT
           END-IF.
           MOVE WS-LIFT-PCT TO EXL-LIFT-PCT.
           MOVE WS-DEGEN-CODE TO EXL-DEGEN-CODE.
           WRITE EXTRACT-LIFT-RECORD.
      *
      *----------------------------------------------------------------
      *    B000-UPDATE-MATRIX BUMPS THE CONFUSION MATRIX CELL FOR THE
      *    CURRENT ROW, USING THE PREDICTED/ACTUAL INDEXES THAT
      *    G000-VALIDATE-ROW ALREADY RESOLVED. ONLY CALLED FOR ROWS
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    E100-SCORE-BASELINES SCORES THE REFERENCE BASELINES OVER THE
      *    ANSWERS MASTER'S VALID PUBLIC-SIDE ROWS. THE FIRST PASS
      *    COUNTS THE MASTER'S CLASSES, WHICH FIXES THE MAJORITY CLASS
      *    AND THE PRIOR-RANDOM DRAW WEIGHTS; THE SECOND SCORES ALL
      *    THREE BASELINES ROW BY ROW, MATCHING THE CHAMPION'S
      *    PREDICTIONS TO THE MASTER BY KOI ID. PERFORMED AFTER THE
      *    MAIN LOOP, WHILE THE SPLIT MASTER IS STILL OPEN.
      *----------------------------------------------------------------
       E100-SCORE-BASELINES.
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
           OPEN INPUT ANSWERS.
           PERFORM A000-READ-ANS.
           PERFORM UNTIL ANS-AT-EOF
              PERFORM E110-GET-BASE-CLASS
              IF WS-ANS-IDX > ZERO
                 ADD 1 TO WS-CLASS-COUNT (WS-ANS-IDX)
                 ADD 1 TO WS-BASE-ROWS
              END-IF
              PERFORM A000-READ-ANS
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
           PERFORM E140-READ-CHAMPRSP.
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
              OPEN INPUT ANSWERS
              PERFORM A000-READ-ANS
              PERFORM UNTIL ANS-AT-EOF
                 PERFORM E110-GET-BASE-CLASS
                 IF WS-ANS-IDX > ZERO
                    PERFORM E120-SCORE-BASE-ROW
                 END-IF
                 PERFORM A000-READ-ANS
              END-PERFORM
              CLOSE ANSWERS
           END-IF.
           CLOSE CHAMPRSP.

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
      *    E110-GET-BASE-CLASS SETS WS-ANS-IDX TO THE CURRENT MASTER
      *    ROW'S DISPOSITION INDEX, OR ZERO WHEN THE ROW IS NOT ONE THE
      *    SUBMISSION COULD BE PUBLISHED ON -- AN INVALID DISPOSITION
      *    OR THE PRIVATE SIDE OF THE HOLDOUT SPLIT.
      *----------------------------------------------------------------
       E110-GET-BASE-CLASS.
           MOVE ZERO TO WS-ANS-IDX.
           SET DISP-IDX TO 1.
           SEARCH DISP-CODE-ENTRY
              AT END MOVE ZERO TO WS-ANS-IDX
              WHEN DISP-IDX > DISP-CODE-COUNT
                 MOVE ZERO TO WS-ANS-IDX
              WHEN DISP-CODE-ENTRY (DISP-IDX) = ANS-DESCRIPTION
                 SET WS-ANS-IDX TO DISP-IDX
           END-SEARCH.
           IF WS-ANS-IDX > ZERO
              PERFORM K200-GET-PARTITION
              IF ROW-IS-PRIVATE
                 MOVE ZERO TO WS-ANS-IDX
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    E120-SCORE-BASE-ROW SCORES ONE PUBLIC-SIDE MASTER ROW FOR
      *    EACH BASELINE. THE CHAMPION FILE IS ADVANCED TO THE FIRST
      *    KOI NOT BELOW THE MASTER'S; ONLY AN EXACT KOI MATCH WITH THE
      *    SAME DISPOSITION SCORES AS CORRECT.
      *----------------------------------------------------------------
       E120-SCORE-BASE-ROW.
           ADD 1 TO WS-BASE-TOTAL (1).
           IF WS-ANS-IDX = WS-MAJORITY-SUB
              ADD 1 TO WS-BASE-CORRECT (1)
           END-IF.

           ADD 1 TO WS-BASE-TOTAL (2).
           PERFORM E130-DRAW-PRIOR-CLASS.
           IF WS-DRAW-SUB = WS-ANS-IDX
              ADD 1 TO WS-BASE-CORRECT (2)
           END-IF.

           IF CHAMPRSP-LOADED
              ADD 1 TO WS-BASE-TOTAL (3)
              PERFORM E140-READ-CHAMPRSP
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
      *    E130-DRAW-PRIOR-CLASS ADVANCES THE GENERATOR ONE STEP AND
      *    MAPS THE RESULT ONTO THE MASTER'S CUMULATIVE CLASS COUNTS,
      *    SO EACH CLASS IS DRAWN IN PROPORTION TO ITS SHARE.
      *----------------------------------------------------------------
       E130-DRAW-PRIOR-CLASS.
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
       E140-READ-CHAMPRSP.
           READ CHAMPRSP
           AT END SET CHAMPRSP-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    E500-CHECK-DEGENERATE TESTS THE SUBMISSION'S PUBLIC-SIDE
      *    PREDICTED-CLASS DISTRIBUTION, FROM THE CONFUSION MATRIX ROW
      *    TOTALS, AGAINST THE TWO DEGENERATE PATTERNS AND SETS THE
      *    REASON CODE. A RUN WITH NO SCORED ROWS IS NOT CHECKED.
      *----------------------------------------------------------------
       E500-CHECK-DEGENERATE.
           ACCEPT WS-DEGEN-PCT-TEXT FROM ENVIRONMENT
              'EVALUAT_DEGEN_PCT'.
           IF WS-DEGEN-PCT-TEXT NOT = SPACES
              IF WS-DEGEN-PCT-TEXT NUMERIC
                 MOVE WS-DEGEN-PCT-TEXT TO WS-DEGEN-PCT
              ELSE
                 DISPLAY '*** WARNING -- EVALUAT_DEGEN_PCT NOT NNN '
                    '-- USING 090'
              END-IF
           END-IF.

           MOVE SPACES TO WS-DEGEN-CODE.
           MOVE ZERO TO WS-DEGEN-CLASS.
           IF COUNTER-ALL > ZERO
              PERFORM VARYING CM-PRED-IDX FROM 1 BY 1
                                 UNTIL CM-PRED-IDX > DISP-CODE-COUNT
                 SET WS-BASE-SUB TO CM-PRED-IDX
                 MOVE ZERO TO WS-PRED-COUNT (WS-BASE-SUB)
                 PERFORM VARYING CM-ANS-IDX FROM 1 BY 1
                                    UNTIL CM-ANS-IDX > DISP-CODE-COUNT
                    ADD WS-CM-CELL (CM-PRED-IDX CM-ANS-IDX)
                       TO WS-PRED-COUNT (WS-BASE-SUB)
                 END-PERFORM
              END-PERFORM

              PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                                 UNTIL WS-BASE-SUB > DISP-CODE-COUNT
                                    OR NOT DISTRIBUTION-HEALTHY
                 IF WS-PRED-COUNT (WS-BASE-SUB) * 100 >
                    WS-DEGEN-PCT * COUNTER-ALL
                    SET DEGEN-SINGLE-CLASS TO TRUE
                    MOVE WS-BASE-SUB TO WS-DEGEN-CLASS
                 END-IF
              END-PERFORM

              PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                                 UNTIL WS-BASE-SUB > DISP-CODE-COUNT
                                    OR NOT DISTRIBUTION-HEALTHY
                 IF WS-PRED-COUNT (WS-BASE-SUB) = ZERO
                    AND WS-CLASS-COUNT (WS-BASE-SUB) > ZERO
                    SET DEGEN-NOT-PREDICTED TO TRUE
                    MOVE WS-BASE-SUB TO WS-DEGEN-CLASS
                 END-IF
              END-PERFORM
           END-IF.
      *
      *----------------------------------------------------------------
      *    F000-DISPLAY-METRICS PRINTS PRECISION/RECALL/F1 FOR EACH
      *    DISPOSITION CLASS, SO A HIGH OVERALL ACCURACY CANNOT HIDE
      *    POOR RECALL ON THE MINORITY CLASSES (E.G. CONFIRMED).
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    F100-DISPLAY-BASELINES REPORTS EACH BASELINE SCORED THIS RUN,
      *    THE SUBMISSION'S LIFT OVER THE BEST OF THEM, AND ANY
      *    DEGENERATE-DISTRIBUTION FLAG E500 RAISED.
      *----------------------------------------------------------------
       F100-DISPLAY-BASELINES.
           IF COUNTER-ALL > ZERO
              COMPUTE WS-ACCURACY-PCT ROUNDED =
                 COUNTER-EQ / COUNTER-ALL * 100
           ELSE
              MOVE ZERO TO WS-ACCURACY-PCT
           END-IF.

           DISPLAY ' '.
           DISPLAY 'REFERENCE BASELINES (SAME PUBLIC-SIDE ROWS)'.
           PERFORM VARYING WS-BASE-SUB FROM 1 BY 1
                              UNTIL WS-BASE-SUB > WS-BASE-LIMIT
              MOVE WS-BASE-ACCURACY (WS-BASE-SUB) TO WS-DISP-BASE-ACC
              DISPLAY '  ' WS-BASE-NAME (WS-BASE-SUB)
                 ' ACCURACY=' WS-DISP-BASE-ACC '%'
                 ' (' WS-BASE-CORRECT (WS-BASE-SUB) '/'
                 WS-BASE-TOTAL (WS-BASE-SUB) ')'
           END-PERFORM.

           COMPUTE WS-LIFT-PCT = WS-ACCURACY-PCT
              - WS-BASE-ACCURACY (WS-BEST-BASE-SUB).
           MOVE WS-LIFT-PCT TO WS-DISP-LIFT.
           DISPLAY '  LIFT OVER BEST BASELINE ('
              WS-BASE-NAME (WS-BEST-BASE-SUB) ') = '
              WS-DISP-LIFT ' POINTS'.

           EVALUATE TRUE
              WHEN DEGEN-SINGLE-CLASS
                 COMPUTE WS-DEGEN-SHARE =
                    WS-PRED-COUNT (WS-DEGEN-CLASS) * 100 / COUNTER-ALL
                 DISPLAY '*** WARNING -- DEGENERATE SUBMISSION (SC): '
                    DISP-CODE-ENTRY (WS-DEGEN-CLASS) ' PREDICTED FOR '
                    WS-DEGEN-SHARE '% OF SCORED ROWS (LIMIT '
                    WS-DEGEN-PCT '%)'
              WHEN DEGEN-NOT-PREDICTED
                 DISPLAY '*** WARNING -- DEGENERATE SUBMISSION (NP): '
                    DISP-CODE-ENTRY (WS-DEGEN-CLASS) ' IS ON THE '
                    'ANSWERS MASTER BUT NEVER PREDICTED'
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      *----------------------------------------------------------------
      *    R000-LOAD-WEIGHTS LOADS AND VALIDATES THE OPTIONAL
      *    MISCLASSIFICATION-COST CONTROL FILE BEFORE ANY ROW IS
      *    SCORED. AN ABSENT OR EMPTY FILE JUST SKIPS WEIGHTED
              ' TO REVIEW=' WS-PUSHED-COUNT.
      *
      *----------------------------------------------------------------
      *    W000-UPDATE-REGISTRY ADVANCES THIS RUN'S SUBMISSION-REGISTRY
      *    ENTRY TO STATUS SCORED AND, THE FIRST TIME, STAMPS THE SCORED
      *    DATE. A REGISTRY OR ENTRY THAT IS NOT THERE IS NOTED AND THE
      *    RUN CARRIES ON -- OLDER SUBMISSIONS PREDATE THE REGISTRY.
      *----------------------------------------------------------------
       W000-UPDATE-REGISTRY.
           OPEN I-O SUBREG.
                       'REGISTRY -- STATUS NOT ADVANCED'
                 NOT INVALID KEY
                    MOVE 'SCORED  ' TO SUBR-STATUS
                    IF SUBR-SCORED-DATE NOT NUMERIC
                       OR SUBR-SCORED-DATE = ZERO
                       MOVE WS-RUN-DATE TO SUBR-SCORED-DATE
                    END-IF
                    REWRITE REGISTRY-RECORD
              END-READ
              CLOSE SUBREG
           CLOSE RUNCTL.
      *
       COPY DISPLOAD.
       COPY ATRCALC.
       COPY GENFIND.
