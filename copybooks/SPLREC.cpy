      *****************************************************************
      *  SPLREC.CPY                                                   *
      *  ONE HOLDOUT-SPLIT MASTER RECORD, KEYED BY KOI ID: WHICH SIDE  *
      *  OF THE PUBLIC/PRIVATE SPLIT THE KOI IS SCORED ON, THE HASH    *
      *  BUCKET (00-99) THAT PUT IT THERE AND THE DATE IT WAS FIRST    *
      *  ASSIGNED. BUILT BY SPLITASG FROM THE ANSWERS MASTER; A KOI    *
      *  KEEPS ITS SIDE FOR GOOD ONCE ASSIGNED, SO A CHANGE TO THE     *
      *  PRIVATE SHARE ONLY AFFECTS KOIS ADDED AFTERWARDS. READ BY KEY *
      *  IN EVALUAT AND EVALBAT, WHICH PUBLISH ONLY THE PUBLIC SCORE   *
      *  AND SEAL THE PRIVATE ONE (SEE SLDREC.CPY).                    *
      *****************************************************************
       01  SPLIT-RECORD.
           05  SPL-KOI-ID             PIC X(12).
           05  SPL-PARTITION          PIC X(07).
               88  SPL-IS-PUBLIC      VALUE 'PUBLIC'.
               88  SPL-IS-PRIVATE     VALUE 'PRIVATE'.
           05  SPL-BUCKET             PIC 9(02).
           05  SPL-ASSIGN-DATE        PIC 9(08).
           05  SPL-FILLER             PIC X(51).
