       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ANSPROM.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    PROMOTES A NEW ANSWERS MASTER GENERATION INTO PRODUCTION
      *    AND RECORDS IT ON THE TRUTH-GENERATION CATALOG (SEE
      *    GENREC.CPY), SO EVERY HISTORY, EXTRACT AND LEADERBOARD
      *    NUMBER CAN BE TIED TO THE TRUTH IT WAS SCORED AGAINST
      *    INSTEAD OF THE NEWANS, NEWMAST OR ASOFANS FILE BEING SWAPPED
      *    INTO ANSWERS BY HAND. THE CANDIDATE GENERATION IS VERIFIED
      *    AGAINST ITS TRAILER CONTROL RECORD (SEE ATRREC.CPY /
      *    ATRCALC.CPY) -- A CANDIDATE THAT FAILS ENDS THE RUN WITH
      *    RETURN-CODE 16 AND NOTHING IS PROMOTED -- THEN COPIED,
      *    TRAILER AND ALL, TO THE PRODUCTION MASTER, AND A CATALOG
      *    RECORD IS APPENDED GIVING IT THE NEXT GENERATION NUMBER,
      *    ITS EFFECTIVE DATE, THE PROGRAM THAT WROTE IT AND ITS RECORD
      *    COUNT AND CONTENT HASH FROM THE TRAILER. THE EFFECTIVE DATE
      *    IS TAKEN FROM THE ANSPROM_EFFECTIVE_DATE ENVIRONMENT
      *    VARIABLE (YYYYMMDD) AND DEFAULTS TO TODAY; A DATE THAT IS
      *    NOT NUMERIC, OR EARLIER THAN THE LAST CATALOGUED
      *    GENERATION'S, ABORTS THE RUN. A CANDIDATE WHOSE COUNT AND
      *    HASH EQUAL THE LAST CATALOGUED GENERATION IS STILL COPIED
      *    BUT GETS NO NEW NUMBER, AND THE RUN ENDS WITH RETURN-CODE 4.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANSWERS ASSIGN TO CANDIDATE.
           SELECT PRODANS ASSIGN TO PRODANS.
           SELECT OPTIONAL TRUTHCAT ASSIGN TO TRUTHCAT
               FILE STATUS IS WS-TRUTHCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      *    ANSWERS IS THE CANDIDATE GENERATION BEING PROMOTED. IT KEEPS
      *    THE ANSWERS NAME SO THE SHARED TRAILER CHECK APPLIES TO IT.
      *----------------------------------------------------------------
       FD  ANSWERS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==ANS-RECORD==
                              ==:PFX:== BY ==ANS==.

      *----------------------------------------------------------------
      *    PRODANS IS THE PRODUCTION ANSWERS MASTER THE SCORING JOBS
      *    READ.
      *----------------------------------------------------------------
       FD  PRODANS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==PROD-RECORD==
                              ==:PFX:== BY ==PROD==.

      *----------------------------------------------------------------
      *    TRUTHCAT IS THE TRUTH-GENERATION CATALOG, ONE RECORD PER
      *    PROMOTED GENERATION, OLDEST FIRST.
      *----------------------------------------------------------------
       FD  TRUTHCAT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY GENREC.

       WORKING-STORAGE SECTION.

       COPY ATRREC.

       01  WS-TRUTHCAT-STATUS             PIC X(02) VALUE '00'.

       01  WS-EFFECTIVE-DATE-TEXT         PIC X(08) VALUE SPACES.
       01  WS-EFFECTIVE-DATE              PIC 9(08) VALUE ZERO.
       01  WS-TODAY                       PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      *    THE LAST GENERATION ON THE CATALOG BEFORE THIS RUN.
      *----------------------------------------------------------------
       01  WS-LAST-GENERATION.
           05  WS-LAST-GEN                PIC 9(03) VALUE ZERO.
           05  WS-LAST-EFF-DATE           PIC 9(08) VALUE ZERO.
           05  WS-LAST-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-LAST-HASH               PIC 9(08) VALUE ZERO.

       01  WS-NEW-GEN                     PIC 9(03) VALUE ZERO.
       01  WS-UNCHANGED-SW                PIC X(01) VALUE 'N'.
           88  CONTENT-UNCHANGED          VALUE 'Y'.

       01  WS-ANS-EOF                     PIC A(1) VALUE SPACE.
           88  ANS-AT-EOF                 VALUE 'Y'.

       01  COUNTERS.
           05  COUNTER-CATALOG            PIC 9(6) VALUE ZERO.
           05  COUNTER-COPIED             PIC 9(6) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM Y500-VERIFY-ANSWERS.
           PERFORM B000-LOAD-CATALOG.
           PERFORM A100-SET-EFFECTIVE-DATE.

           IF COUNTER-CATALOG > ZERO
              AND ATR-RECORD-COUNT = WS-LAST-COUNT
              AND ATR-HASH = WS-LAST-HASH
              SET CONTENT-UNCHANGED TO TRUE
           END-IF.

           IF NOT CONTENT-UNCHANGED
              IF WS-LAST-GEN = 999
                 DISPLAY '*** TRUTH-GENERATION CATALOG IS AT '
                    'GENERATION 999 -- RUN ABORTED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-NEW-GEN = WS-LAST-GEN + 1
           END-IF.

           PERFORM C000-COPY-CANDIDATE.

           IF CONTENT-UNCHANGED
              DISPLAY '*** WARNING -- CANDIDATE IS IDENTICAL TO TRUTH '
                 'GENERATION ' WS-LAST-GEN ' -- COPIED, NO NEW '
                 'GENERATION CATALOGUED'
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM D000-APPEND-CATALOG
              DISPLAY 'PROMOTED AS TRUTH GENERATION ' WS-NEW-GEN
                 ', EFFECTIVE ' WS-EFFECTIVE-DATE ' -- '
                 ATR-RECORD-COUNT ' ROWS WRITTEN BY ' ATR-PROGRAM
                 ' ON ' ATR-DATE
           END-IF.

           DISPLAY COUNTER-COPIED ' records copied to PRODANS'.

           STOP RUN.
      *
      *----------------------------------------------------------------
      *    A100-SET-EFFECTIVE-DATE TAKES THE DATE THE NEW GENERATION
      *    TAKES EFFECT. A GENERATION CANNOT TAKE EFFECT BEFORE THE
      *    ONE IT REPLACES, OR THE CATALOG WOULD NO LONGER READ IN
      *    ORDER.
      *----------------------------------------------------------------
       A100-SET-EFFECTIVE-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-EFFECTIVE-DATE-TEXT FROM ENVIRONMENT
              'ANSPROM_EFFECTIVE_DATE'.
           IF WS-EFFECTIVE-DATE-TEXT = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
              IF WS-EFFECTIVE-DATE-TEXT NOT NUMERIC
                 DISPLAY '*** ANSPROM_EFFECTIVE_DATE NOT SET TO '
                    'YYYYMMDD -- RUN ABORTED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-EFFECTIVE-DATE-TEXT TO WS-EFFECTIVE-DATE
           END-IF.

           IF WS-EFFECTIVE-DATE < WS-LAST-EFF-DATE
              DISPLAY '*** EFFECTIVE DATE ' WS-EFFECTIVE-DATE
                 ' IS EARLIER THAN TRUTH GENERATION ' WS-LAST-GEN
                 ' (' WS-LAST-EFF-DATE ') -- RUN ABORTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
      *
      *----------------------------------------------------------------
      *    B000-LOAD-CATALOG READS THE CATALOG THROUGH AND KEEPS THE
      *    LAST GENERATION ON IT. A MISSING CATALOG MEANS THIS IS THE
      *    FIRST PROMOTION.
      *----------------------------------------------------------------
       B000-LOAD-CATALOG.
           MOVE SPACE TO ATW-CAT-EOF.
           OPEN INPUT TRUTHCAT.
           PERFORM B100-READ-CATALOG.
           PERFORM UNTIL ATW-CAT-AT-EOF
              IF GEN-NUMBER NOT NUMERIC
                 OR GEN-RECORD-COUNT NOT NUMERIC
                 OR GEN-HASH NOT NUMERIC
                 DISPLAY '*** TRUTH-GENERATION CATALOG RECORD '
                    COUNTER-CATALOG ' IS DAMAGED -- RUN ABORTED'
                 CLOSE TRUTHCAT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE GEN-NUMBER TO WS-LAST-GEN
              MOVE GEN-EFFECTIVE-DATE TO WS-LAST-EFF-DATE
              MOVE GEN-RECORD-COUNT TO WS-LAST-COUNT
              MOVE GEN-HASH TO WS-LAST-HASH
              PERFORM B100-READ-CATALOG
           END-PERFORM.
           CLOSE TRUTHCAT.

           IF COUNTER-CATALOG = ZERO
              DISPLAY 'TRUTH-GENERATION CATALOG IS EMPTY -- FIRST '
                 'PROMOTION'
           ELSE
              DISPLAY 'LAST CATALOGUED TRUTH GENERATION ' WS-LAST-GEN
                 ', EFFECTIVE ' WS-LAST-EFF-DATE
           END-IF.
      *
       B100-READ-CATALOG.
           READ TRUTHCAT
           AT END SET ATW-CAT-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-CATALOG
           END-READ.
      *
      *----------------------------------------------------------------
      *    C000-COPY-CANDIDATE COPIES THE VERIFIED CANDIDATE TO THE
      *    PRODUCTION MASTER RECORD FOR RECORD, ITS TRAILER INCLUDED,
      *    SO THE PRODUCTION COPY VERIFIES AND MATCHES THE CATALOG.
      *----------------------------------------------------------------
       C000-COPY-CANDIDATE.
           OPEN INPUT ANSWERS.
           OPEN OUTPUT PRODANS.
           PERFORM C100-READ-CANDIDATE.
           PERFORM UNTIL ANS-AT-EOF
              MOVE ANS-RECORD TO PROD-RECORD
              WRITE PROD-RECORD
              ADD 1 TO COUNTER-COPIED
              PERFORM C100-READ-CANDIDATE
           END-PERFORM.
           CLOSE ANSWERS.
           CLOSE PRODANS.
      *
       C100-READ-CANDIDATE.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    D000-APPEND-CATALOG ADDS THE NEW GENERATION TO THE END OF
      *    THE CATALOG, CREATING THE CATALOG ON THE FIRST PROMOTION.
      *----------------------------------------------------------------
       D000-APPEND-CATALOG.
           OPEN EXTEND TRUTHCAT.
           IF WS-TRUTHCAT-STATUS = '35'
              OPEN OUTPUT TRUTHCAT
           END-IF.

           MOVE WS-NEW-GEN TO GEN-NUMBER.
           MOVE WS-EFFECTIVE-DATE TO GEN-EFFECTIVE-DATE.
           MOVE ATR-PROGRAM TO GEN-PROGRAM.
           MOVE ATR-RECORD-COUNT TO GEN-RECORD-COUNT.
           MOVE ATR-HASH TO GEN-HASH.
           MOVE ATR-DATE TO GEN-WRITTEN-DATE.
           MOVE WS-TODAY TO GEN-PROMOTED-DATE.
           MOVE SPACE TO GEN-DELIM-1.
           MOVE SPACE TO GEN-DELIM-2.
           MOVE SPACE TO GEN-DELIM-3.
           MOVE SPACE TO GEN-DELIM-4.
           MOVE SPACE TO GEN-DELIM-5.
           MOVE SPACE TO GEN-DELIM-6.
           MOVE SPACES TO GEN-FILLER.
           WRITE TRUTH-GEN-RECORD.
           CLOSE TRUTHCAT.
      *
       COPY ATRCALC.
