       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RVWAGE.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    OPEN-CASE AGING REPORT OVER THE KEYED REVIEW MASTER (SEE
      *    RVCREC.CPY): EVERY CASE NOT YET CLOSED -- OPEN, ESCALATED,
      *    OR ADJUDICATED AND WAITING FOR RVWCORR TO GENERATE ITS
      *    CORRECTION -- IS LISTED WITH ITS STATUS, OPENED DATE, AGE
      *    IN DAYS, ASSIGNED REVIEWER AND THE MODEL'S PREDICTED
      *    DISPOSITION, SO NO LOW-CONFIDENCE KOI SITS IN THE QUEUE
      *    UNWORKED. THE CONSOLE ALSO SHOWS THE COUNT PER STATUS AND
      *    PER AGE BAND (UNDER 8 DAYS, 8 TO 30, OVER 30) AND THE
      *    NUMBER OF CASES NO REVIEWER HAS BEEN ASSIGNED TO. DATE
      *    ARITHMETIC USES DAY NUMBERS DERIVED THE SAME WAY ARCHPURG'S
      *    G100-DATE-TO-DAYS DOES. RETURN CODE 4 WHEN ANY CASE IS
      *    STILL OPEN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RVWMAST ASSIGN TO RVWMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RVC-KOI-ID
               FILE STATUS IS WS-RVWMAST-STATUS.
           SELECT RVAGERPT ASSIGN TO RVAGERPT.

       DATA DIVISION.
       FILE SECTION.

       FD  RVWMAST RECORD CONTAINS 80 CHARACTERS.
       COPY RVCREC.

      *----------------------------------------------------------------
      *    RVAGERPT HOLDS ONE RECORD PER REVIEW CASE NOT YET CLOSED.
      *----------------------------------------------------------------
       FD  RVAGERPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
      *    DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN
      *    FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE
      *    CLAUSE AT RUN TIME -- C000-REPORT-OPEN-CASE MOVES SPACES
      *    INTO THEM EXPLICITLY.
       01  RVAGE-RECORD.
           05  RVA-KOI-ID         PIC X(12).
           05  RVA-DELIM-1        PIC X(01).
           05  RVA-STATUS         PIC X(11).
           05  RVA-DELIM-2        PIC X(01).
           05  RVA-OPEN-DATE      PIC 9(08).
           05  RVA-DELIM-3        PIC X(01).
           05  RVA-DAYS-OPEN      PIC 9(05).
           05  RVA-DELIM-4        PIC X(01).
           05  RVA-REVIEWER       PIC X(08).
           05  RVA-DELIM-5        PIC X(01).
           05  RVA-PREDICTED      PIC X(15).
           05  RVA-FILLER         PIC X(16).

       WORKING-STORAGE SECTION.

       01  WS-RVWMAST-STATUS              PIC X(02) VALUE SPACES.

       01  WS-RVC-EOF                     PIC A(1) VALUE SPACE.
           88  RVC-AT-EOF                 VALUE 'Y'.

       01  WS-TODAY-DATE                  PIC 9(8) VALUE ZERO.

       01  COUNTERS.
           05  COUNTER-READ               PIC 9(6) VALUE ZERO.
           05  COUNTER-NOT-CLOSED         PIC 9(6) VALUE ZERO.
           05  COUNTER-OPEN               PIC 9(6) VALUE ZERO.
           05  COUNTER-ESCALATED          PIC 9(6) VALUE ZERO.
           05  COUNTER-ADJUDICATED        PIC 9(6) VALUE ZERO.
           05  COUNTER-UNASSIGNED         PIC 9(6) VALUE ZERO.
           05  COUNTER-AGE-UNDER-8        PIC 9(6) VALUE ZERO.
           05  COUNTER-AGE-8-TO-30        PIC 9(6) VALUE ZERO.
           05  COUNTER-AGE-OVER-30        PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      *    DAY-NUMBER CONVERSION WORK AREA, THE SAME ARITHMETIC AS
      *    ARCHPURG'S G100-DATE-TO-DAYS: WS-DTD-DATE IN, WS-DTD-DAYS
      *    OUT. THE MONTH TABLE HOLDS THE CUMULATIVE DAYS BEFORE EACH
      *    MONTH IN A COMMON YEAR; THE LEAP TERMS USE THE PRIOR YEAR
      *    FOR JANUARY AND FEBRUARY.
      *----------------------------------------------------------------
       01  WS-MONTH-DAY-LIST.
           05  FILLER PIC 9(3) VALUE 000.
           05  FILLER PIC 9(3) VALUE 031.
           05  FILLER PIC 9(3) VALUE 059.
           05  FILLER PIC 9(3) VALUE 090.
           05  FILLER PIC 9(3) VALUE 120.
           05  FILLER PIC 9(3) VALUE 151.
           05  FILLER PIC 9(3) VALUE 181.
           05  FILLER PIC 9(3) VALUE 212.
           05  FILLER PIC 9(3) VALUE 243.
           05  FILLER PIC 9(3) VALUE 273.
           05  FILLER PIC 9(3) VALUE 304.
           05  FILLER PIC 9(3) VALUE 334.
       01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-LIST.
           05  WS-MONTH-DAYS PIC 9(3) OCCURS 12 TIMES.

       01  WS-DATE-WORK.
           05  WS-DTD-DATE            PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-DTD-DATE.
               10  WS-DTD-YEAR        PIC 9(4).
               10  WS-DTD-MONTH       PIC 9(2).
               10  WS-DTD-DAY         PIC 9(2).
           05  WS-DTD-LEAP-YEAR       PIC 9(4) VALUE ZERO.
           05  WS-DTD-QUOT-4          PIC 9(4) VALUE ZERO.
           05  WS-DTD-QUOT-100        PIC 9(4) VALUE ZERO.
           05  WS-DTD-QUOT-400        PIC 9(4) VALUE ZERO.
           05  WS-DTD-DAYS            PIC 9(7) VALUE ZERO.
           05  WS-TODAY-DAYS          PIC 9(7) VALUE ZERO.
           05  WS-OPEN-DAYS           PIC 9(7) VALUE ZERO.
           05  WS-DAYS-OPEN           PIC 9(5) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-DTD-DATE.
           PERFORM G100-DATE-TO-DAYS.
           MOVE WS-DTD-DAYS TO WS-TODAY-DAYS.

           OPEN INPUT RVWMAST.
           IF WS-RVWMAST-STATUS NOT = '00'
              DISPLAY '*** CANNOT OPEN REVIEW MASTER (FILE STATUS '
                 WS-RVWMAST-STATUS ') -- RUN RVWLOAD FIRST'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT RVAGERPT.

           DISPLAY 'REVIEW CASES NOT YET CLOSED'.
           PERFORM A100-READ-RVWMAST.
           PERFORM UNTIL RVC-AT-EOF
              IF NOT RVC-IS-CLOSED
                 PERFORM C000-REPORT-OPEN-CASE
              END-IF
              PERFORM A100-READ-RVWMAST
           END-PERFORM.

           CLOSE RVWMAST.
           CLOSE RVAGERPT.

           DISPLAY COUNTER-READ ' review cases read, '
              COUNTER-NOT-CLOSED ' not yet closed'.
           DISPLAY '  OPEN ' COUNTER-OPEN
              '  ESCALATED ' COUNTER-ESCALATED
              '  ADJUDICATED ' COUNTER-ADJUDICATED
              '  UNASSIGNED ' COUNTER-UNASSIGNED.
           DISPLAY '  AGE UNDER 8 DAYS ' COUNTER-AGE-UNDER-8
              '  8 TO 30 DAYS ' COUNTER-AGE-8-TO-30
              '  OVER 30 DAYS ' COUNTER-AGE-OVER-30.
           IF COUNTER-NOT-CLOSED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
       A100-READ-RVWMAST.
           READ RVWMAST NEXT
           AT END SET RVC-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-READ
           END-READ.
      *
      *----------------------------------------------------------------
      *    C000-REPORT-OPEN-CASE WRITES AND ECHOES ONE CASE NOT YET
      *    CLOSED WITH ITS AGE IN DAYS SINCE IT WAS OPENED, AND FILES
      *    IT UNDER ITS STATUS AND AGE BAND.
      *----------------------------------------------------------------
       C000-REPORT-OPEN-CASE.
           ADD 1 TO COUNTER-NOT-CLOSED.
           MOVE RVC-OPEN-DATE TO WS-DTD-DATE.
           PERFORM G100-DATE-TO-DAYS.
           MOVE WS-DTD-DAYS TO WS-OPEN-DAYS.
           IF WS-TODAY-DAYS > WS-OPEN-DAYS
              COMPUTE WS-DAYS-OPEN = WS-TODAY-DAYS - WS-OPEN-DAYS
           ELSE
              MOVE ZERO TO WS-DAYS-OPEN
           END-IF.

           EVALUATE TRUE
              WHEN RVC-IS-OPEN
                 ADD 1 TO COUNTER-OPEN
              WHEN RVC-IS-ESCALATED
                 ADD 1 TO COUNTER-ESCALATED
              WHEN RVC-IS-ADJUDICATED
                 ADD 1 TO COUNTER-ADJUDICATED
           END-EVALUATE.
           IF RVC-REVIEWER = SPACES
              ADD 1 TO COUNTER-UNASSIGNED
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-OPEN < 8
                 ADD 1 TO COUNTER-AGE-UNDER-8
              WHEN WS-DAYS-OPEN > 30
                 ADD 1 TO COUNTER-AGE-OVER-30
              WHEN OTHER
                 ADD 1 TO COUNTER-AGE-8-TO-30
           END-EVALUATE.

           MOVE RVC-KOI-ID TO RVA-KOI-ID.
           MOVE RVC-STATUS TO RVA-STATUS.
           MOVE RVC-OPEN-DATE TO RVA-OPEN-DATE.
           MOVE WS-DAYS-OPEN TO RVA-DAYS-OPEN.
           MOVE RVC-REVIEWER TO RVA-REVIEWER.
           MOVE RVC-PREDICTED TO RVA-PREDICTED.
           MOVE SPACE TO RVA-DELIM-1.
           MOVE SPACE TO RVA-DELIM-2.
           MOVE SPACE TO RVA-DELIM-3.
           MOVE SPACE TO RVA-DELIM-4.
           MOVE SPACE TO RVA-DELIM-5.
           MOVE SPACES TO RVA-FILLER.
           WRITE RVAGE-RECORD.

           DISPLAY '  ' RVC-KOI-ID ' ' RVC-STATUS ' OPENED '
              RVC-OPEN-DATE ' ' WS-DAYS-OPEN ' DAYS '
              RVC-REVIEWER.
      *
      *----------------------------------------------------------------
      *    G100-DATE-TO-DAYS TURNS WS-DTD-DATE (YYYYMMDD) INTO A DAY
      *    NUMBER IN WS-DTD-DAYS. FOR JANUARY AND FEBRUARY THE LEAP
      *    TERMS USE THE PRIOR YEAR, SO A LEAP DAY COUNTS ONLY ONCE
      *    IT HAS PASSED.
      *----------------------------------------------------------------
       G100-DATE-TO-DAYS.
           IF WS-DTD-MONTH > 2
              MOVE WS-DTD-YEAR TO WS-DTD-LEAP-YEAR
           ELSE
              COMPUTE WS-DTD-LEAP-YEAR = WS-DTD-YEAR - 1
           END-IF.
      *    THE LEAP TERMS MUST BE WHOLE QUOTIENTS -- A COMPUTE WOULD
      *    CARRY THEIR FRACTIONS INTO THE SUM AND DRIFT THE AGE BY A
      *    DAY AROUND YEAR BOUNDARIES.
           DIVIDE WS-DTD-LEAP-YEAR BY 4 GIVING WS-DTD-QUOT-4.
           DIVIDE WS-DTD-LEAP-YEAR BY 100 GIVING WS-DTD-QUOT-100.
           DIVIDE WS-DTD-LEAP-YEAR BY 400 GIVING WS-DTD-QUOT-400.
           COMPUTE WS-DTD-DAYS =
              365 * WS-DTD-YEAR
              + WS-DTD-QUOT-4
              - WS-DTD-QUOT-100
              + WS-DTD-QUOT-400
              + WS-MONTH-DAYS (WS-DTD-MONTH)
              + WS-DTD-DAY.
