      *****************************************************************
      *  AUTREC.CPY                                                   *
      *  ONE RECORD OF THE AUTHORIZED-SUBMITTER CONTROL FILE THAT      *
      *  GOVERNS WHO MAY PROPOSE AND WHO MAY APPROVE A CHANGE TO THE   *
      *  ANSWERS MASTER. AUT-ROLE IS MAKER (MAY PROPOSE), CHECKER      *
      *  (MAY APPROVE OR DECLINE) OR BOTH. AUT-DISPOSITION IS ONE      *
      *  DISPOSITION CODE THE USER MAY CHANGE -- A KOI MAY BE MOVED    *
      *  OUT OF IT, INTO IT OR DELETED FROM IT -- OR ALL FOR EVERY     *
      *  CODE. A USER HAS ONE RECORD PER DISPOSITION, ALL WITH THE     *
      *  SAME ROLE. LOADED BY THE Y900 PARAGRAPHS IN AUTLOAD.CPY INTO  *
      *  THE TABLE IN AUTTAB.CPY.                                      *
      *****************************************************************
       01  AUTHUSR-RECORD.
           05  AUT-USER-ID            PIC X(08).
           05  FILLER                 PIC X(01).
           05  AUT-ROLE               PIC X(07).
               88  AUT-ROLE-VALID     VALUE 'MAKER' 'CHECKER' 'BOTH'.
           05  FILLER                 PIC X(01).
           05  AUT-DISPOSITION        PIC X(15).
           05  FILLER                 PIC X(48).
