      *    LOGS IN CYCLE ORDER); A REVERSAL THAT DOES NOT LINE UP
      *    WITH THE MASTER IS REPORTED AND THE RUN ENDS WITH RETURN
      *    CODE 8 SO A GAPPY LOG CANNOT QUIETLY FAKE OLD TRUTH.
      *    VERIFIES THE CURRENT MASTER AGAINST ITS TRAILER CONTROL
      *    RECORD (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE LOADING IT,
      *    ENDING WITH RETURN-CODE 16 WHEN THE ROWS ON THE FILE DO NOT
      *    MATCH IT, AND STAMPS THE AS-OF MASTER WITH A TRAILER OF ITS
      *    OWN -- RECORD COUNT, COUNT PER DISPOSITION, CONTENT HASH,
      *    PROGRAM AND DATE -- SO IT CAN BE SCORED LIKE ANY OTHER
      *    GENERATION.
      *
       ENVIRONMENT DIVISION.
      *

       WORKING-STORAGE SECTION.

       COPY ATRREC.

       01  WS-TARGET-DATE-TEXT            PIC X(08) VALUE SPACES.
       01  WS-TARGET-DATE                 PIC 9(08) VALUE ZERO.

           END-IF.
           MOVE WS-TARGET-DATE-TEXT TO WS-TARGET-DATE.

           PERFORM Y500-VERIFY-ANSWERS.
           PERFORM B000-LOAD-MASTER.
           PERFORM C000-LOAD-AUDIT.
           PERFORM D000-REVERSE-ALL.
       B100-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO COUNTER-MASTER
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
              SET KOI-FOUND TO TRUE
           END-IF.
      *
      *----------------------------------------------------------------
      *    E000-WRITE-ASOF WRITES THE REBUILT TABLE OUT AS THE AS-OF
      *    MASTER AND ENDS IT WITH ITS TRAILER CONTROL RECORD.
      *----------------------------------------------------------------
       E000-WRITE-ASOF.
           PERFORM Y600-RESET-TRAILER-TOTALS.
           MOVE 'ANSASOF' TO ATW-STAMP-PROGRAM.
           OPEN OUTPUT ASOFANS.
           PERFORM VARYING WS-MST-SUB FROM 1 BY 1
                              UNTIL WS-MST-SUB > WS-MST-COUNT
              MOVE WS-MST-RECORD (WS-MST-SUB) TO ASOF-RECORD
              WRITE ASOF-RECORD
              ADD 1 TO COUNTER-WRITTEN
              MOVE WS-MST-KOI-ID (WS-MST-SUB) TO ATW-KOI-ID
              MOVE WS-MST-DESCRIPTION (WS-MST-SUB) TO ATW-DESCRIPTION
              PERFORM Y610-ADD-TO-TRAILER-TOTALS
           END-PERFORM.
           PERFORM Y700-BUILD-TRAILER.
           WRITE ASOF-RECORD FROM ANS-TRAILER-RECORD.
           CLOSE ASOFANS.
      *
       COPY ATRCALC.
