      *****************************************************************
      *  GENREC.CPY                                                   *
      *  ONE TRUTH-GENERATION CATALOG RECORD. ANSPROM APPENDS ONE EACH *
      *  TIME A NEW ANSWERS MASTER GENERATION IS PROMOTED INTO         *
      *  PRODUCTION: THE GENERATION NUMBER (ONE UP FROM THE LAST ON    *
      *  THE CATALOG), THE DATE IT TAKES EFFECT, THE PROGRAM THAT      *
      *  WROTE IT, ITS DATA RECORD COUNT AND CONTENT HASH AS CARRIED   *
      *  ON ITS TRAILER (SEE ATRREC.CPY), THE DATE THAT TRAILER WAS    *
      *  WRITTEN, AND THE DATE OF THE PROMOTION. THE SCORING PROGRAMS  *
      *  FIND THE GENERATION THEY SCORED AGAINST BY MATCHING THE       *
      *  MASTER'S TRAILER COUNT AND HASH (SEE GENFIND.CPY).            *
      *  DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN    *
      *  FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE    *
      *  CLAUSE AT RUN TIME -- ANSPROM MOVES SPACES INTO THEM          *
      *  EXPLICITLY.                                                   *
      *****************************************************************
       01  TRUTH-GEN-RECORD.
           05  GEN-NUMBER             PIC 9(03).
           05  GEN-DELIM-1            PIC X(01).
           05  GEN-EFFECTIVE-DATE     PIC 9(08).
           05  GEN-DELIM-2            PIC X(01).
           05  GEN-PROGRAM            PIC X(08).
           05  GEN-DELIM-3            PIC X(01).
           05  GEN-RECORD-COUNT       PIC 9(05).
           05  GEN-DELIM-4            PIC X(01).
           05  GEN-HASH               PIC 9(08).
           05  GEN-DELIM-5            PIC X(01).
           05  GEN-WRITTEN-DATE       PIC 9(08).
           05  GEN-DELIM-6            PIC X(01).
           05  GEN-PROMOTED-DATE      PIC 9(08).
           05  GEN-FILLER             PIC X(26).
