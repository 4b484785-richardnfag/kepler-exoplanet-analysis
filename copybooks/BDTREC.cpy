      *****************************************************************
      *  BDTREC.CPY                                                   *
      *  BATCH-DETAIL RECORD LAYOUTS WRITTEN BY EVALBAT FOR EVERY REAL *
      *  SUBMISSION IN THE BATCH: ONE MATRIX RECORD PER PREDICTED/     *
      *  ACTUAL CELL OF THE SUBMISSION'S CONFUSION MATRIX, AND ONE     *
      *  MISSED RECORD PER SCORED ROW IT GOT WRONG, WITH THE KOI ID    *
      *  AND BOTH DISPOSITIONS. PUBLIC-SIDE ROWS ONLY -- NOTHING ON    *
      *  THE PRIVATE SIDE OF THE HOLDOUT SPLIT IS WRITTEN HERE. READ   *
      *  BY TEAMSTMT FOR THE PER-TEAM RESULTS STATEMENTS.              *
      *  BDT-RECORD-TYPE AND BDM-RECORD-TYPE OCCUPY THE SAME           *
      *  POSITIONS, SO A READER CAN INSPECT THE TYPE BEFORE PICKING A  *
      *  LAYOUT.                                                       *
      *  DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN    *
      *  FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE    *
      *  CLAUSE AT RUN TIME -- THE WRITING PARAGRAPHS MOVE SPACES      *
      *  INTO THEM EXPLICITLY.                                         *
      *****************************************************************
       01  BATCH-MATRIX-RECORD.
           05  BDT-RUN-LABEL          PIC X(20).
           05  BDT-DELIM-1            PIC X(01).
           05  BDT-RECORD-TYPE        PIC X(08).
           05  BDT-DELIM-2            PIC X(01).
           05  BDT-PREDICTED          PIC X(15).
           05  BDT-DELIM-3            PIC X(01).
           05  BDT-ACTUAL             PIC X(15).
           05  BDT-DELIM-4            PIC X(01).
           05  BDT-CELL-COUNT         PIC 9(06).
           05  BDT-FILLER             PIC X(12).
       01  BATCH-MISSED-RECORD.
           05  BDM-RUN-LABEL          PIC X(20).
           05  BDM-DELIM-1            PIC X(01).
           05  BDM-RECORD-TYPE        PIC X(08).
           05  BDM-DELIM-2            PIC X(01).
           05  BDM-KOI-ID             PIC X(12).
           05  BDM-DELIM-3            PIC X(01).
           05  BDM-PREDICTED          PIC X(15).
           05  BDM-DELIM-4            PIC X(01).
           05  BDM-ACTUAL             PIC X(15).
           05  BDM-FILLER             PIC X(06).
