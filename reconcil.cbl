      *    EXPORT CARRYING K2/TESS DISPOSITIONS LIKE REFUTED
      *    RECONCILES WITHOUT A RECOMPILE. AN ABSENT CONTROL FILE
      *    KEEPS THE BUILT-IN THREE KEPLER CODES.
      *    VERIFIES THE MASTER AGAINST ITS TRAILER CONTROL RECORD (SEE
      *    ATRREC.CPY / ATRCALC.CPY) BEFORE RECONCILING, ENDING WITH
      *    RETURN-CODE 16 WHEN THE ROWS ON THE FILE DO NOT MATCH IT,
      *    AND STAMPS THE UPDATED MASTER WITH A TRAILER OF ITS OWN --
      *    RECORD COUNT, COUNT PER DISPOSITION, CONTENT HASH, PROGRAM
      *    AND DATE -- AS ITS LAST RECORD.
      *
       ENVIRONMENT DIVISION.
      *
       WORKING-STORAGE SECTION.

       COPY DISPCODE.
       COPY ATRREC.

       01  WS-EOF-SWITCHES.
           05  WS-ARCH-EOF            PIC A(1) VALUE SPACE.
      *
       A000-START.
           PERFORM Y000-LOAD-DISP-CODES.
           PERFORM Y500-VERIFY-ANSWERS.
           PERFORM Y600-RESET-TRAILER-TOTALS.
           MOVE 'RECONCIL' TO ATW-STAMP-PROGRAM.

           ACCEPT WS-MATERIAL-PCT-TEXT FROM ENVIRONMENT
              'RECONCIL_MATERIAL_PCT'.
              END-EVALUATE
           END-PERFORM.

           PERFORM Y700-BUILD-TRAILER.
           WRITE NEW-RECORD FROM ANS-TRAILER-RECORD.

           CLOSE ARCHEXP.
           CLOSE ANSWERS.
           CLOSE NEWMAST.
       B200-READ-ANSWERS.
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
                 MOVE ANS-RECORD TO NEW-RECORD
                 MOVE WS-ARCH-DESCRIPTION TO NEW-DESCRIPTION
           END-EVALUATE.
           PERFORM E100-WRITE-NEW-MASTER.
           PERFORM B100-GET-EXPORT-ROW.
           PERFORM B200-READ-ANSWERS.
      *
              MOVE SPACES TO NEW-RECORD
              MOVE WS-ARCH-KOI-ID TO NEW-KOI-ID
              MOVE WS-ARCH-DESCRIPTION TO NEW-DESCRIPTION
              PERFORM E100-WRITE-NEW-MASTER
           END-IF.
           PERFORM B100-GET-EXPORT-ROW.
      *
           MOVE SPACES TO DELTA-NEW-VALUE.
           PERFORM E000-WRITE-DELTA.
           MOVE ANS-RECORD TO NEW-RECORD.
           PERFORM E100-WRITE-NEW-MASTER.
           PERFORM B200-READ-ANSWERS.
      *
       E000-WRITE-DELTA.
           WRITE DELTA-RECORD.
      *
      *----------------------------------------------------------------
      *    E100-WRITE-NEW-MASTER WRITES THE ROW IN NEW-RECORD TO THE
      *    UPDATED MASTER AND FOLDS IT INTO THE TRAILER TOTALS.
      *----------------------------------------------------------------
       E100-WRITE-NEW-MASTER.
           WRITE NEW-RECORD.
           ADD 1 TO COUNTER-NEW-MASTER.
           MOVE NEW-KOI-ID TO ATW-KOI-ID.
           MOVE NEW-DESCRIPTION TO ATW-DESCRIPTION.
           PERFORM Y610-ADD-TO-TRAILER-TOTALS.
      *
      *----------------------------------------------------------------
      *    F000-CHECK-MATERIAL-IMPACT WALKS THE RUN-HISTORY FILE AND
      *    FLAGS EVERY RUN WHOSE ACCURACY COULD HAVE MOVED BY AT
      *    LEAST THE MATERIAL THRESHOLD UNDER THE REFRESHED TRUTH,
           END-READ.
      *
       COPY DISPLOAD.
       COPY ATRCALC.
