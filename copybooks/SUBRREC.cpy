      *  EARLIER ENTRY'S LABEL IS RECORDED IN SUBR-DUP-OF -- A         *
      *  RESUBMISSION UNDER A NEW LABEL CANNOT SLIP ONTO THE           *
      *  LEADERBOARD UNMARKED. THE SUBAGE REPORT LISTS EVERYTHING      *
      *  REGISTERED BUT NOT YET SCORED. SUBR-SCORED-DATE IS THE DATE   *
      *  THE SUBMISSION WAS FIRST SCORED (A RESCORE KEEPS IT), ZERO    *
      *  UNTIL THEN; ENTRIES SCORED BEFORE THE FIELD EXISTED CARRY     *
      *  SPACES THERE, SO READERS TREAT A NON-NUMERIC VALUE AS NOT     *
      *  KNOWN. OPSRPT MEASURES SUBMISSION TURNAROUND FROM IT.         *
      *****************************************************************
       01  REGISTRY-RECORD.
           05  SUBR-LABEL             PIC X(20).
               88  SUBR-IS-SCORED     VALUE 'SCORED'.
               88  SUBR-IS-ARCHIVED   VALUE 'ARCHIVED'.
           05  SUBR-DUP-OF            PIC X(20).
           05  SUBR-SCORED-DATE       PIC 9(08).
           05  SUBR-FILLER            PIC X(01).
