       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SPLITASG.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    ASSIGNS EVERY KOI ON THE ANSWERS MASTER TO THE PUBLIC OR
      *    PRIVATE SIDE OF THE HOLDOUT SPLIT AND RECORDS THE TAG ON THE
      *    KEYED SPLIT MASTER (SEE SPLREC.CPY), SO EVALUAT AND EVALBAT
      *    CAN PUBLISH A SCORE ON THE PUBLIC SIDE ONLY AND SEAL THE
      *    PRIVATE ONE -- TEAMS RESUBMITTING AGAINST THE LEADERBOARD
      *    CAN NO LONGER TUNE TO EVERY KOI THE MASTER CARRIES. THE SIDE
      *    COMES FROM A ROLLING HASH OF THE KOI ID (THE SAME ONE INTAKE
      *    FINGERPRINTS WITH) REDUCED TO A BUCKET 00-99; BUCKETS BELOW
      *    THE PRIVATE SHARE (SPLITASG_PRIVATE_PCT, DEFAULT 30) ARE
      *    PRIVATE. THE HASH DEPENDS ON THE KOI ID ALONE, AND A KOI
      *    ALREADY ON THE SPLIT MASTER KEEPS ITS RECORDED SIDE WHATEVER
      *    THE SHARE IS NOW, SO THE TAG IS STABLE ACROSS RUNS AND A
      *    SHARE CHANGE ONLY APPLIES TO KOIS ADDED AFTER IT. THE SPLIT
      *    MASTER IS CREATED ON FIRST USE.
      *    VERIFIES THE ANSWERS MASTER AGAINST ITS TRAILER CONTROL
      *    RECORD (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE USING ANY ROW
      *    OF IT, ENDING WITH RETURN-CODE 16 WHEN THE ROWS ON THE FILE
      *    DO NOT MATCH IT, AND STOPS READING THE MASTER AT THE
      *    TRAILER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANSWERS ASSIGN TO ANSWERS.
           SELECT OPTIONAL SPLTMAST ASSIGN TO SPLTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SPL-KOI-ID
               FILE STATUS IS WS-SPLTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ANSWERS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==ANS-RECORD==
                              ==:PFX:== BY ==ANS==.

      *----------------------------------------------------------------
      *    SPLTMAST IS THE KEYED HOLDOUT-SPLIT MASTER, ONE RECORD PER
      *    KOI.
      *----------------------------------------------------------------
       FD  SPLTMAST RECORD CONTAINS 80 CHARACTERS.
       COPY SPLREC.

       WORKING-STORAGE SECTION.

       COPY ATRREC.

       01  WS-SPLTMAST-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

       01  WS-ANS-EOF                     PIC A(1) VALUE SPACE.
           88  ANS-AT-EOF                 VALUE 'Y'.

      *----------------------------------------------------------------
      *    PRIVATE SHARE IN PERCENT. DEFAULTS TO 30; OVERRIDE WITH THE
      *    SPLITASG_PRIVATE_PCT ENVIRONMENT VARIABLE (00-99).
      *----------------------------------------------------------------
       01  WS-PRIVATE-PCT-TEXT            PIC X(02) VALUE SPACES.
       01  WS-PRIVATE-PCT                 PIC 9(02) VALUE 30.

      *----------------------------------------------------------------
      *    KOI-ID HASH WORK AREA -- THE ROLLING HASH INTAKE'S
      *    F100-HASH-ROW USES, TAKEN OVER THE 12-BYTE KOI ID ONLY AND
      *    REDUCED MOD 100 TO THE SPLIT BUCKET.
      *----------------------------------------------------------------
       01  WS-HASH-WORK.
           05  WS-KOI-HASH            PIC 9(09) VALUE ZERO.
           05  WS-HASH-TEXT           PIC X(12) VALUE SPACES.
           05  WS-HASH-CHAR REDEFINES WS-HASH-TEXT
                                      PIC X(01) OCCURS 12 TIMES.
           05  WS-HASH-SUB            PIC 9(02) VALUE ZERO.
           05  WS-HASH-ACCUM          PIC 9(12) VALUE ZERO.
           05  WS-HASH-QUOT           PIC 9(07) VALUE ZERO.
           05  WS-BUCKET              PIC 9(02) VALUE ZERO.

       01  COUNTERS.
           05  COUNTER-READ               PIC 9(6) VALUE ZERO.
           05  COUNTER-BLANK              PIC 9(6) VALUE ZERO.
           05  COUNTER-KEPT               PIC 9(6) VALUE ZERO.
           05  COUNTER-NEW-PUBLIC         PIC 9(6) VALUE ZERO.
           05  COUNTER-NEW-PRIVATE        PIC 9(6) VALUE ZERO.
           05  COUNTER-PUBLIC             PIC 9(6) VALUE ZERO.
           05  COUNTER-PRIVATE            PIC 9(6) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PRIVATE-PCT-TEXT FROM ENVIRONMENT
              'SPLITASG_PRIVATE_PCT'.
           IF WS-PRIVATE-PCT-TEXT NOT = SPACES
              IF WS-PRIVATE-PCT-TEXT NUMERIC
                 MOVE WS-PRIVATE-PCT-TEXT TO WS-PRIVATE-PCT
              ELSE
                 DISPLAY '*** WARNING -- SPLITASG_PRIVATE_PCT NOT '
                    'NN -- USING 30'
              END-IF
           END-IF.
           DISPLAY 'PRIVATE SHARE FOR NEWLY ASSIGNED KOIS = '
              WS-PRIVATE-PCT '%'.

           PERFORM Y500-VERIFY-ANSWERS.

           OPEN I-O SPLTMAST.
           IF WS-SPLTMAST-STATUS NOT = '00' AND NOT = '05'
              DISPLAY '*** CANNOT OPEN SPLIT MASTER (FILE STATUS '
                 WS-SPLTMAST-STATUS ') -- SPLIT NOT ASSIGNED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ANSWERS.
           PERFORM A100-READ-ANSWERS.
           PERFORM UNTIL ANS-AT-EOF
              IF ANS-KOI-ID = SPACES
                 ADD 1 TO COUNTER-BLANK
              ELSE
                 PERFORM B000-TAG-KOI
              END-IF
              PERFORM A100-READ-ANSWERS
           END-PERFORM.
           CLOSE ANSWERS.
           CLOSE SPLTMAST.

           DISPLAY COUNTER-READ ' answers rows read, '
              COUNTER-BLANK ' blank'.
           DISPLAY COUNTER-KEPT ' kois kept their recorded side, '
              COUNTER-NEW-PUBLIC ' newly public, '
              COUNTER-NEW-PRIVATE ' newly private'.
           DISPLAY 'SPLIT NOW ' COUNTER-PUBLIC ' PUBLIC / '
              COUNTER-PRIVATE ' PRIVATE'.

           STOP RUN.
      *
       A100-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO COUNTER-READ
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      *    B000-TAG-KOI LEAVES A KOI ALREADY ON THE SPLIT MASTER ON ITS
      *    RECORDED SIDE, AND ASSIGNS A NEW ONE BY ITS HASH BUCKET.
      *----------------------------------------------------------------
       B000-TAG-KOI.
           MOVE ANS-KOI-ID TO SPL-KOI-ID.
           READ SPLTMAST
              INVALID KEY
                 PERFORM B100-ASSIGN-NEW-KOI
              NOT INVALID KEY
                 ADD 1 TO COUNTER-KEPT
           END-READ.
           IF WS-SPLTMAST-STATUS NOT = '00'
              DISPLAY '*** SPLIT MASTER UPDATE FAILED FOR '
                 ANS-KOI-ID ' (FILE STATUS ' WS-SPLTMAST-STATUS ')'
           END-IF.
           IF SPL-IS-PRIVATE
              ADD 1 TO COUNTER-PRIVATE
           ELSE
              ADD 1 TO COUNTER-PUBLIC
           END-IF.
      *
       B100-ASSIGN-NEW-KOI.
           PERFORM C000-HASH-KOI.
           MOVE SPACES TO SPLIT-RECORD.
           MOVE ANS-KOI-ID TO SPL-KOI-ID.
           MOVE WS-BUCKET TO SPL-BUCKET.
           MOVE WS-RUN-DATE TO SPL-ASSIGN-DATE.
           IF WS-BUCKET < WS-PRIVATE-PCT
              MOVE 'PRIVATE' TO SPL-PARTITION
              ADD 1 TO COUNTER-NEW-PRIVATE
           ELSE
              MOVE 'PUBLIC' TO SPL-PARTITION
              ADD 1 TO COUNTER-NEW-PUBLIC
           END-IF.
           WRITE SPLIT-RECORD.
      *
      *----------------------------------------------------------------
      *    C000-HASH-KOI ROLLS THE KOI ID'S TWELVE CHARACTERS INTO
      *    WS-KOI-HASH AND TAKES THE BUCKET AS THE HASH MOD 100. THE
      *    RESULT DEPENDS ON THE KOI ID ALONE, NOT ON FILE ORDER OR RUN
      *    DATE.
      *----------------------------------------------------------------
       C000-HASH-KOI.
           MOVE ZERO TO WS-KOI-HASH.
           MOVE ANS-KOI-ID TO WS-HASH-TEXT.
           PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
                              UNTIL WS-HASH-SUB > 12
              COMPUTE WS-HASH-ACCUM = WS-KOI-HASH * 31
                 + FUNCTION ORD (WS-HASH-CHAR (WS-HASH-SUB))
              DIVIDE WS-HASH-ACCUM BY 999999937
                 GIVING WS-HASH-QUOT REMAINDER WS-KOI-HASH
           END-PERFORM.
           DIVIDE WS-KOI-HASH BY 100
              GIVING WS-HASH-QUOT REMAINDER WS-BUCKET.
      *
       COPY ATRCALC.
