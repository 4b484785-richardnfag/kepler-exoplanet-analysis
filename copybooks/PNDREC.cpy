      *****************************************************************
      *  PNDREC.CPY                                                   *
      *  ONE PENDING-CHANGE RECORD, KEYED BY KOI ID: A PROPOSED        *
      *  ANSWERS-MASTER TRANSACTION HELD UNTIL A SECOND USER APPROVES  *
      *  IT. PNDUPD FILES EACH MAKER'S PROPOSAL AS PENDING AND RECORDS *
      *  EACH CHECKER'S DECISION (APPROVED OR DECLINED); ANSMNT READS  *
      *  THE FILE IN KEY ORDER, APPLIES ONLY APPROVED ENTRIES AND      *
      *  MARKS EACH ONE APPLIED OR REJECTED (THE REASON IS ON THE      *
      *  AUDIT LOG); PNDAGE REPORTS EVERY ENTRY STILL WAITING. A KOI   *
      *  CARRIES ONE ENTRY AT A TIME -- A NEW PROPOSAL REPLACES A      *
      *  DECLINED, APPLIED OR REJECTED ONE BUT NOT ONE STILL PENDING   *
      *  OR APPROVED. PND-PROPOSED-DATE IS THE MAKER'S TRANSACTION     *
      *  DATE; PND-DECIDED-DATE IS THE CHECKER'S DECISION DATE.        *
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PND-KOI-ID             PIC X(12).
           05  PND-STATUS             PIC X(08).
               88  PND-IS-PENDING     VALUE 'PENDING'.
               88  PND-IS-APPROVED    VALUE 'APPROVED'.
               88  PND-IS-DECLINED    VALUE 'DECLINED'.
               88  PND-IS-APPLIED     VALUE 'APPLIED'.
               88  PND-IS-REJECTED    VALUE 'REJECTED'.
               88  PND-IS-OPEN        VALUE 'PENDING' 'APPROVED'.
           05  PND-ACTION             PIC X(06).
           05  PND-DESCRIPTION        PIC X(15).
           05  PND-PROPOSED-DATE      PIC 9(08).
           05  PND-MAKER              PIC X(08).
           05  PND-CHECKER            PIC X(08).
           05  PND-DECIDED-DATE       PIC 9(08).
           05  PND-FILLER             PIC X(07).
