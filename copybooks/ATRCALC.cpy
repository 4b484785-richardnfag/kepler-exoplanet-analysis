      *----------------------------------------------------------------
      *    Y500-VERIFY-ANSWERS CHECKS THE ANSWERS MASTER AGAINST ITS
      *    TRAILER CONTROL RECORD (SEE ATRREC.CPY) BEFORE THE CALLER
      *    USES ANY ROW OF IT, AND ENDS THE RUN WITH RETURN CODE 16 ON
      *    ANY DISAGREEMENT -- A MISSING TRAILER, ROWS AFTER IT, OR A
      *    RECORD COUNT, CONTENT HASH OR DISPOSITION COUNT THAT DOES
      *    NOT MATCH THE ROWS ACTUALLY ON THE FILE -- SINCE A HAND-
      *    EDITED OR TRUNCATED MASTER WOULD SCORE WRONG QUIETLY.
      *    SHARED BY EVERY PROGRAM THAT READS THE MASTER; THE CALLER
      *    SUPPLIES THE ANSWERS SELECT/FD (RESPREC.CPY WITH THE ANS
      *    PREFIX), COPIES ATRREC.CPY INTO WORKING-STORAGE AND PERFORMS
      *    THIS WITH ANSWERS CLOSED. THE CALLER'S OWN READ PARAGRAPH
      *    TREATS THE TRAILER AS END OF FILE.
      *----------------------------------------------------------------
       Y500-VERIFY-ANSWERS.
           PERFORM Y510-CHECK-ANSWERS.
           IF ATW-FAILED
              DISPLAY '*** ANSWERS MASTER FAILS ITS TRAILER CHECK -- '
                 'RUN ABORTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'ANSWERS MASTER TRAILER VERIFIED -- '
              ATR-RECORD-COUNT ' ROWS, WRITTEN BY ' ATR-PROGRAM
              ' ON ' ATR-DATE.
      *
      *----------------------------------------------------------------
      *    Y510-CHECK-ANSWERS READS THE WHOLE MASTER, TOTALS ITS ROWS
      *    THE WAY THE WRITING PROGRAM DID, AND COMPARES THE TOTALS
      *    WITH THE TRAILER. EACH DISAGREEMENT IS DISPLAYED AND SETS
      *    ATW-FAILED; THE TRAILER IS LEFT IN ANS-TRAILER-RECORD AND
      *    THE RECOMPUTED TOTALS IN ANS-TRAILER-WORK FOR THE CALLER.
      *----------------------------------------------------------------
       Y510-CHECK-ANSWERS.
           PERFORM Y600-RESET-TRAILER-TOTALS.
           SET ATW-VERIFIED TO TRUE.
           MOVE SPACE TO ATW-EOF.
           MOVE 'N' TO ATW-TRAILER-SW.
           MOVE SPACES TO ANS-TRAILER-RECORD.

           OPEN INPUT ANSWERS.
           PERFORM Y520-READ-FOR-CHECK.
           PERFORM UNTIL ATW-AT-EOF OR ATW-TRAILER-FOUND
              MOVE ANS-KOI-ID TO ATW-KOI-ID
              MOVE ANS-DESCRIPTION TO ATW-DESCRIPTION
              PERFORM Y610-ADD-TO-TRAILER-TOTALS
              PERFORM Y520-READ-FOR-CHECK
           END-PERFORM.
           IF ATW-TRAILER-FOUND
              MOVE ANS-RECORD TO ANS-TRAILER-RECORD
              READ ANSWERS
              AT END CONTINUE
              NOT AT END
                 DISPLAY '*** ANSWERS MASTER HAS RECORDS AFTER ITS '
                    'TRAILER'
                 SET ATW-FAILED TO TRUE
              END-READ
           ELSE
              DISPLAY '*** ANSWERS MASTER HAS NO TRAILER RECORD -- '
                 'TRUNCATED, OR NOT WRITTEN BY A MAINTENANCE PROGRAM'
              SET ATW-FAILED TO TRUE
           END-IF.
           CLOSE ANSWERS.

           IF ATW-TRAILER-FOUND
              PERFORM Y530-COMPARE-TRAILER
           END-IF.
      *
       Y520-READ-FOR-CHECK.
           READ ANSWERS
           AT END SET ATW-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ATW-TRAILER-FOUND TO TRUE
              END-IF
           END-READ.
      *
       Y530-COMPARE-TRAILER.
           IF ATR-RECORD-COUNT NOT NUMERIC
              OR ATR-HASH NOT NUMERIC
              DISPLAY '*** ANSWERS MASTER TRAILER IS DAMAGED -- '
                 'COUNT OR HASH NOT NUMERIC'
              SET ATW-FAILED TO TRUE
           ELSE
              IF ATR-RECORD-COUNT NOT = ATW-RECORD-COUNT
                 DISPLAY '*** TRAILER RECORD COUNT ' ATR-RECORD-COUNT
                    ' -- MASTER HOLDS ' ATW-RECORD-COUNT
                 SET ATW-FAILED TO TRUE
              END-IF
              IF ATR-HASH NOT = ATW-HASH
                 DISPLAY '*** TRAILER CONTENT HASH ' ATR-HASH
                    ' -- MASTER HASHES TO ' ATW-HASH
                 SET ATW-FAILED TO TRUE
              END-IF
           END-IF.
           PERFORM VARYING ATW-SLOT FROM 1 BY 1
                              UNTIL ATW-SLOT > 10
              IF ATR-DISP-COUNT (ATW-SLOT) NOT NUMERIC
                 OR ATR-DISP-COUNT (ATW-SLOT) NOT =
                    ATW-DISP-COUNT (ATW-SLOT)
                 DISPLAY '*** TRAILER DISPOSITION SLOT ' ATW-SLOT
                    ' COUNT ' ATR-DISP-COUNT (ATW-SLOT)
                    ' -- MASTER HOLDS ' ATW-DISP-COUNT (ATW-SLOT)
                    ' ' ATW-DISP-NAME (ATW-SLOT)
                 SET ATW-FAILED TO TRUE
              END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    Y600-RESET-TRAILER-TOTALS CLEARS THE RUNNING TOTALS BEFORE
      *    A GENERATION IS READ OR WRITTEN.
      *----------------------------------------------------------------
       Y600-RESET-TRAILER-TOTALS.
           MOVE ZERO TO ATW-RECORD-COUNT.
           MOVE ZERO TO ATW-HASH.
           MOVE ZERO TO ATW-DISP-USED.
           PERFORM VARYING ATW-SLOT FROM 1 BY 1
                              UNTIL ATW-SLOT > 11
              MOVE SPACES TO ATW-DISP-NAME (ATW-SLOT)
              MOVE ZERO TO ATW-DISP-COUNT (ATW-SLOT)
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    Y610-ADD-TO-TRAILER-TOTALS FOLDS THE ROW IN ATW-ROW INTO THE
      *    RECORD COUNT, THE CONTENT HASH AND ITS DISPOSITION'S SLOT.
      *    THE SLOTS ARE KEPT IN ASCENDING DESCRIPTION ORDER: A NEW
      *    DESCRIPTION IS INSERTED IN PLACE, AND WHEN ALL TEN SLOTS ARE
      *    TAKEN THE HIGHEST ONE DROPS OUT. A DESCRIPTION THAT SORTS
      *    ABOVE TEN LOWER ONES CAN NEVER COME BACK, SO THE SLOTS END
      *    UP HOLDING THE TEN LOWEST DESCRIPTIONS WITH EXACT COUNTS
      *    WHATEVER ORDER THE ROWS ARRIVE IN.
      *----------------------------------------------------------------
       Y610-ADD-TO-TRAILER-TOTALS.
           ADD 1 TO ATW-RECORD-COUNT.
           PERFORM VARYING ATW-HASH-SUB FROM 1 BY 1
                              UNTIL ATW-HASH-SUB > 27
              COMPUTE ATW-HASH-ACCUM = ATW-HASH * 31
                 + FUNCTION ORD (ATW-ROW-CHAR (ATW-HASH-SUB))
              DIVIDE ATW-HASH-ACCUM BY 99999989
                 GIVING ATW-HASH-QUOT REMAINDER ATW-HASH
           END-PERFORM.

           MOVE 1 TO ATW-SLOT.
           PERFORM UNTIL ATW-SLOT > ATW-DISP-USED
                      OR ATW-DISP-NAME (ATW-SLOT) NOT < ATW-DESCRIPTION
              ADD 1 TO ATW-SLOT
           END-PERFORM.
           EVALUATE TRUE
              WHEN ATW-SLOT > 10
                 CONTINUE
              WHEN ATW-SLOT NOT > ATW-DISP-USED
                 AND ATW-DISP-NAME (ATW-SLOT) = ATW-DESCRIPTION
                 ADD 1 TO ATW-DISP-COUNT (ATW-SLOT)
              WHEN OTHER
                 PERFORM Y620-INSERT-DISP-SLOT
           END-EVALUATE.
      *
       Y620-INSERT-DISP-SLOT.
           IF ATW-DISP-USED < 10
              ADD 1 TO ATW-DISP-USED
           END-IF.
           PERFORM VARYING ATW-SHIFT-SUB FROM ATW-DISP-USED BY -1
                              UNTIL ATW-SHIFT-SUB NOT > ATW-SLOT
              MOVE ATW-DISP-ENTRY (ATW-SHIFT-SUB - 1)
                 TO ATW-DISP-ENTRY (ATW-SHIFT-SUB)
           END-PERFORM.
           MOVE ATW-DESCRIPTION TO ATW-DISP-NAME (ATW-SLOT).
           MOVE 1 TO ATW-DISP-COUNT (ATW-SLOT).
      *
      *----------------------------------------------------------------
      *    Y700-BUILD-TRAILER FILLS ANS-TRAILER-RECORD FROM THE RUNNING
      *    TOTALS OF THE ROWS THE CALLER HAS WRITTEN, STAMPED WITH
      *    ATW-STAMP-PROGRAM AND TODAY'S DATE; THE CALLER WRITES IT AS
      *    THE LAST RECORD OF THE NEW GENERATION. A GENERATION TOO
      *    LARGE FOR THE TRAILER'S COUNT FIELDS ABORTS THE RUN.
      *----------------------------------------------------------------
       Y700-BUILD-TRAILER.
           IF ATW-RECORD-COUNT > 99999
              DISPLAY '*** MASTER GENERATION EXCEEDS 99999 ROWS -- '
                 'NO TRAILER CAN BE WRITTEN -- RUN ABORTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO ANS-TRAILER-RECORD.
           MOVE HIGH-VALUE TO ATR-MARK.
           MOVE ATW-STAMP-PROGRAM TO ATR-PROGRAM.
           ACCEPT ATR-DATE FROM DATE YYYYMMDD.
           MOVE ATW-RECORD-COUNT TO ATR-RECORD-COUNT.
           MOVE ATW-HASH TO ATR-HASH.
           PERFORM VARYING ATW-SLOT FROM 1 BY 1
                              UNTIL ATW-SLOT > 10
              MOVE ATW-DISP-COUNT (ATW-SLOT)
                 TO ATR-DISP-COUNT (ATW-SLOT)
           END-PERFORM.
