      *    ANSLOAD  READ = MASTER RECORDS, WRITTEN = KEYED LOADS       *
      *    ARCHIVER READ = WRITTEN = MISMATCH RECORDS ARCHIVED         *
      *  THE SCHEDULER EMPTIES THE RUN-CONTROL FILE AT THE START OF    *
      *  EACH SCORING NIGHT, SO RUNBAL FIRST COPIES EVERY STEP RECORD  *
      *  ONTO THE PERMANENT RUN-CONTROL HISTORY FILE RUNHIST AND THEN  *
      *  CLOSES THE NIGHT THERE WITH ITS OWN VERDICT RECORD:           *
      *    RUNBAL   READ = STEP RECORDS BALANCED, WRITTEN = IMBALANCES *
      *             PLUS FAILED STEPS, RETURN CODE 0 (CLEAN) OR 16     *
      *  THE VERDICT'S RUN DATE IS THE DATE THE NIGHT STARTED.         *
      *  DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN    *
      *  FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE    *
      *  CLAUSE AT RUN TIME -- THE WRITING PARAGRAPHS MOVE SPACES      *
