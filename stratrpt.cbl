      *    LEFT OUT. LOADS THE VALID DISPOSITION LIST FROM THE
      *    DISPFILE CONTROL FILE LIKE THE SCORING PROGRAMS DO. BOTH
      *    INPUTS MUST BE IN ASCENDING KOI ID ORDER.
      *    VERIFIES THE ANSWERS MASTER AGAINST ITS TRAILER CONTROL
      *    RECORD (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE USING ANY ROW
      *    OF IT, ENDING WITH RETURN-CODE 16 WHEN THE ROWS ON THE FILE
      *    DO NOT MATCH IT, AND STOPS READING THE MASTER AT THE
      *    TRAILER.
      *
       ENVIRONMENT DIVISION.
      *
       WORKING-STORAGE SECTION.

       COPY DISPCODE.
       COPY ATRREC.

       01  WS-ENRMAST-STATUS              PIC X(02) VALUE SPACES.

      *
       A000-START.
           PERFORM Y000-LOAD-DISP-CODES.
           PERFORM Y500-VERIFY-ANSWERS.

           OPEN INPUT ENRMAST.
           IF WS-ENRMAST-STATUS NOT = '00'
       A200-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
           WRITE STRAT-RECORD.
      *
       COPY DISPLOAD.
       COPY ATRCALC.
