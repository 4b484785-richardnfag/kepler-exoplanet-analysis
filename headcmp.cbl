      *    A KOI MISSING FROM ANY OF THE THREE, OR A ROW WHOSE
      *    DISPOSITION IS NOT A VALID CODE, IS COUNTED AND LEFT OUT
      *    OF THE BUCKETS.
      *    VERIFIES THE ANSWERS MASTER AGAINST ITS TRAILER CONTROL
      *    RECORD (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE USING ANY ROW
      *    OF IT, ENDING WITH RETURN-CODE 16 WHEN THE ROWS ON THE FILE
      *    DO NOT MATCH IT, AND STOPS READING THE MASTER AT THE
      *    TRAILER.
      *    LOOKS THE VERIFIED MASTER UP ON THE TRUTH-GENERATION
      *    CATALOG ANSPROM KEEPS (SEE GENREC.CPY / GENFIND.CPY) AND
      *    STAMPS THE GENERATION THE COMPARISON WAS MADE AGAINST ON
      *    EVERY FLIPDET RECORD AND ON THE RESULTS HEADING. A MASTER
      *    NOT ON THE CATALOG IS STAMPED GENERATION 000 WITH A
      *    WARNING.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT ANSWERS ASSIGN TO ANSWERS.
           SELECT FLIPDET ASSIGN TO FLIPDET.
           SELECT OPTIONAL DISPFILE ASSIGN TO DISPFILE.
           SELECT OPTIONAL TRUTHCAT ASSIGN TO TRUTHCAT.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *    FLIPDET HOLDS ONE RECORD PER KOI THAT EXACTLY ONE OF THE
      *    TWO MODELS GOT RIGHT: WHICH SIDE WON, WHAT EACH MODEL
      *    CALLED THE OBJECT, THE ACTUAL DISPOSITION AND THE TRUTH
      *    GENERATION OF THE MASTER THAT DECIDED IT.
      *----------------------------------------------------------------
       FD  FLIPDET RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
      *    DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN
           05  FLIP-B-CALL        PIC X(15).
           05  FLIP-DELIM-4       PIC X(01).
           05  FLIP-ACTUAL        PIC X(15).
           05  FLIP-DELIM-5       PIC X(01).
           05  FLIP-TRUTH-GEN     PIC 9(03).
           05  FLIP-FILLER        PIC X(08).

      *----------------------------------------------------------------
      *    DISPFILE IS THE OPTIONAL DISPOSITION-CODE CONTROL FILE,
       FD  DISPFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY DCFREC.

      *----------------------------------------------------------------
      *    TRUTHCAT IS THE TRUTH-GENERATION CATALOG ANSPROM KEEPS, ONE
      *    RECORD PER PROMOTED ANSWERS MASTER GENERATION. READ ONLY TO
      *    FIND WHICH GENERATION THE COMPARISON IS MADE AGAINST.
      *----------------------------------------------------------------
       FD  TRUTHCAT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY GENREC.

       WORKING-STORAGE SECTION.

       COPY DISPCODE.
       COPY ATRREC.

       01  WS-EOF-SWITCHES.
           05  WS-RSPA-EOF            PIC A(1) VALUE SPACE.
      *
       A000-START.
           PERFORM Y000-LOAD-DISP-CODES.
           PERFORM Y500-VERIFY-ANSWERS.
           PERFORM Y800-FIND-GENERATION.

           OPEN INPUT RESPA.
           OPEN INPUT RESPB.
       A300-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
           MOVE SPACE TO FLIP-DELIM-2.
           MOVE SPACE TO FLIP-DELIM-3.
           MOVE SPACE TO FLIP-DELIM-4.
           MOVE SPACE TO FLIP-DELIM-5.
           MOVE ATW-TRUTH-GEN TO FLIP-TRUTH-GEN.
           MOVE SPACES TO FLIP-FILLER.
           WRITE FLIP-RECORD.
      *
       E000-DISPLAY-RESULTS.
           DISPLAY 'HEAD-TO-HEAD COMPARISON (A VS B)'.
           DISPLAY '  AGAINST TRUTH GENERATION: ' ATW-TRUTH-GEN.
           DISPLAY '  KOIS COMPARED ON ALL THREE FILES: '
              COUNTER-COMPARED.
           DISPLAY '  BOTH RIGHT:   ' COUNTER-BOTH-RIGHT.
           END-IF.
      *
       COPY DISPLOAD.
       COPY ATRCALC.
       COPY GENFIND.
