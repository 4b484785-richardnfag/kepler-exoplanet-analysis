      *****************************************************************
      *  ILGREC.CPY                                                   *
      *  ONE INTAKE-LOG RECORD: A ROW INTAKE DROPPED OR FLAGGED (THE   *
      *  SAME DETAIL IT PUTS ON THAT SUBMISSION'S INTAKRPT), TAGGED    *
      *  WITH THE RUN DATE AND THE EVALUAT_RUN_LABEL IT RAN UNDER.     *
      *  INTAKRPT IS REWRITTEN FOR EVERY SUBMISSION, SO INTAKE ALSO    *
      *  APPENDS EACH DETAIL ROW HERE AND THE NIGHT'S LOG COVERS THE   *
      *  WHOLE BATCH; TEAMSTMT PICKS EACH SUBMISSION'S ROWS OUT BY     *
      *  LABEL. ILOG-TYPE IS BLANKROW, DUPLICATE OR DUPFNGR, OR FOR A  *
      *  DELIMITED SUBMISSION SHORTROW, LONGFIELD, BADNUMBER OR        *
      *  BADHEADER (KEPT VALUE = REASON OR COLUMN NAME, DROPPED VALUE  *
      *  = THE OFFENDING VALUE). THE SCHEDULER EMPTIES THE LOG AT THE  *
      *  START OF EACH SCORING NIGHT, THE SAME AS THE RUN-CONTROL      *
      *  FILE.                                                         *
      *  DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN    *
      *  FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE    *
      *  CLAUSE AT RUN TIME -- THE WRITING PARAGRAPH MOVES SPACES INTO *
      *  THEM EXPLICITLY.                                              *
      *****************************************************************
       01  INTAKE-LOG-RECORD.
           05  ILOG-RUN-DATE          PIC 9(08).
           05  ILOG-DELIM-1           PIC X(01).
           05  ILOG-RUN-LABEL         PIC X(20).
           05  ILOG-DELIM-2           PIC X(01).
           05  ILOG-ROW-NUMBER        PIC 9(06).
           05  ILOG-DELIM-3           PIC X(01).
           05  ILOG-TYPE              PIC X(09).
           05  ILOG-DELIM-4           PIC X(01).
           05  ILOG-KOI-ID            PIC X(12).
           05  ILOG-DELIM-5           PIC X(01).
           05  ILOG-KEPT-VALUE        PIC X(15).
           05  ILOG-DELIM-6           PIC X(01).
           05  ILOG-DROPPED-VALUE     PIC X(15).
           05  ILOG-FILLER            PIC X(09).
