      *----------------------------------------------------------------
      *    Y800-FIND-GENERATION LOOKS THE ANSWERS MASTER JUST VERIFIED
      *    BY Y500-VERIFY-ANSWERS UP ON THE TRUTH-GENERATION CATALOG
      *    (SEE GENREC.CPY), SO THE CALLER CAN STAMP WHAT IT WRITES
      *    WITH THE GENERATION IT SCORED AGAINST. A CATALOG RECORD
      *    MATCHES WHEN ITS RECORD COUNT AND CONTENT HASH EQUAL THE
      *    MASTER'S TRAILER; THE LAST MATCH WINS, SO A MASTER ROLLED
      *    BACK TO AN EARLIER CONTENT TAKES THE GENERATION ITS LATEST
      *    PROMOTION WAS GIVEN. A MASTER NOT ON THE CATALOG (OR NO
      *    CATALOG AT ALL) LEAVES GENERATION ZERO AND IS NOTED -- IT
      *    WAS SWAPPED IN WITHOUT BEING PROMOTED BY ANSPROM. THE CALLER
      *    SUPPLIES THE OPTIONAL TRUTHCAT SELECT AND AN FD COPYING
      *    GENREC.CPY, AND PERFORMS THIS AFTER Y500-VERIFY-ANSWERS.
      *----------------------------------------------------------------
       Y800-FIND-GENERATION.
           MOVE ZERO TO ATW-TRUTH-GEN.
           MOVE ZERO TO ATW-TRUTH-EFF-DATE.
           MOVE SPACE TO ATW-CAT-EOF.

           OPEN INPUT TRUTHCAT.
           PERFORM Y810-READ-CATALOG.
           PERFORM UNTIL ATW-CAT-AT-EOF
              IF GEN-RECORD-COUNT = ATR-RECORD-COUNT
                 AND GEN-HASH = ATR-HASH
                 MOVE GEN-NUMBER TO ATW-TRUTH-GEN
                 MOVE GEN-EFFECTIVE-DATE TO ATW-TRUTH-EFF-DATE
              END-IF
              PERFORM Y810-READ-CATALOG
           END-PERFORM.
           CLOSE TRUTHCAT.

           IF ATW-TRUTH-GEN = ZERO
              DISPLAY '*** WARNING -- ANSWERS MASTER IS NOT ON THE '
                 'TRUTH-GENERATION CATALOG -- RESULTS STAMPED '
                 'GENERATION 000'
           ELSE
              DISPLAY 'SCORING AGAINST TRUTH GENERATION '
                 ATW-TRUTH-GEN ', EFFECTIVE ' ATW-TRUTH-EFF-DATE
           END-IF.
      *
       Y810-READ-CATALOG.
           READ TRUTHCAT
           AT END SET ATW-CAT-AT-EOF TO TRUE
           END-READ.
