      *****************************************************************
      *  CALREC.CPY                                                   *
      *  ONE RECORD OF THE COLUMN-ALIAS CONTROL FILE INTAKE USES TO    *
      *  MAP THE HEADER ROW OF A DELIMITED (CSV OR TAB) SUBMISSION     *
      *  ONTO THE FIELDS IT SCORES. CAL-FIELD NAMES THE TARGET FIELD:  *
      *      KOI-ID       THE KOI ID COLUMN                            *
      *      DISPOSITION  THE PREDICTED DISPOSITION COLUMN             *
      *      CONFIDENCE   THE 0-1 CONFIDENCE COLUMN                    *
      *      PROBABILITY  ONE CLASS'S 0-1 PROBABILITY COLUMN, WITH     *
      *                   CAL-CLASS GIVING ITS DISPOSITION CODE        *
      *  CAL-ALIAS IS A HEADER NAME THAT MEANS THAT FIELD, E.G.        *
      *  KEPOI_NAME, KOI_ID OR KOI FOR KOI-ID. HEADER NAMES ARE        *
      *  MATCHED WITHOUT REGARD TO CASE, LEADING SPACES OR UNDERSCORES *
      *  (AN UNDERSCORE MATCHES A SPACE). WHEN THE FILE IS ABSENT OR   *
      *  EMPTY INTAKE USES ITS BUILT-IN ALIAS LIST; WHEN IT IS PRESENT *
      *  IT REPLACES THAT LIST ENTIRELY.                               *
      *****************************************************************
       01  COLALIAS-RECORD.
           05  CAL-FIELD              PIC X(11).
           05  CAL-DELIM-1            PIC X(01).
           05  CAL-ALIAS              PIC X(40).
           05  CAL-DELIM-2            PIC X(01).
           05  CAL-CLASS              PIC X(15).
           05  CAL-FILLER             PIC X(12).
