       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PNDAGE.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    PENDING-APPROVALS REPORT OVER THE KEYED PENDING-CHANGE FILE
      *    (SEE PNDREC.CPY): EVERY PROPOSED ANSWERS-MASTER CHANGE STILL
      *    WAITING -- PENDING A CHECKER'S DECISION, OR APPROVED AND
      *    WAITING FOR ANSMNT TO APPLY IT -- IS LISTED WITH ITS
      *    STATUS, ACTION, PROPOSED DISPOSITION, THE DATE IT WAS
      *    PROPOSED, HOW MANY DAYS IT HAS BEEN WAITING, THE MAKER WHO
      *    PROPOSED IT AND (ONCE APPROVED) THE CHECKER, SO NO PROPOSED
      *    TRUTH CHANGE SITS UNSEEN. THE CONSOLE ALSO SHOWS THE COUNT
      *    PER STATUS AND PER AGE BAND (UNDER 8 DAYS, 8 TO 30, OVER
      *    30). DATE ARITHMETIC USES DAY NUMBERS DERIVED THE SAME WAY
      *    ARCHPURG'S G100-DATE-TO-DAYS DOES. RETURN CODE 4 WHEN ANY
      *    CHANGE IS STILL PENDING A CHECKER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PNDMAST ASSIGN TO PNDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KOI-ID
               FILE STATUS IS WS-PNDMAST-STATUS.
           SELECT PNAGERPT ASSIGN TO PNAGERPT.

       DATA DIVISION.
       FILE SECTION.

       FD  PNDMAST RECORD CONTAINS 80 CHARACTERS.
       COPY PNDREC.

      *----------------------------------------------------------------
      *    PNAGERPT HOLDS ONE RECORD PER CHANGE STILL WAITING.
      *----------------------------------------------------------------
       FD  PNAGERPT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
      *    DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN
      *    FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE
      *    CLAUSE AT RUN TIME -- C000-REPORT-WAITING MOVES SPACES INTO
      *    THEM EXPLICITLY.
       01  PNAGE-RECORD.
           05  PNA-KOI-ID         PIC X(12).
           05  PNA-DELIM-1        PIC X(01).
           05  PNA-STATUS         PIC X(08).
           05  PNA-DELIM-2        PIC X(01).
           05  PNA-ACTION         PIC X(06).
           05  PNA-DELIM-3        PIC X(01).
           05  PNA-DESCRIPTION    PIC X(15).
           05  PNA-DELIM-4        PIC X(01).
           05  PNA-PROPOSED-DATE  PIC 9(08).
           05  PNA-DELIM-5        PIC X(01).
           05  PNA-DAYS-WAITING   PIC 9(05).
           05  PNA-DELIM-6        PIC X(01).
           05  PNA-MAKER          PIC X(08).
           05  PNA-DELIM-7        PIC X(01).
           05  PNA-CHECKER        PIC X(08).
           05  PNA-FILLER         PIC X(03).

       WORKING-STORAGE SECTION.

       01  WS-PNDMAST-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PND-EOF                     PIC A(1) VALUE SPACE.
           88  PND-AT-EOF                 VALUE 'Y'.

       01  WS-TODAY-DATE                  PIC 9(8) VALUE ZERO.

       01  COUNTERS.
           05  COUNTER-READ               PIC 9(6) VALUE ZERO.
           05  COUNTER-WAITING            PIC 9(6) VALUE ZERO.
           05  COUNTER-PENDING            PIC 9(6) VALUE ZERO.
           05  COUNTER-APPROVED           PIC 9(6) VALUE ZERO.
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
           05  WS-PROPOSED-DAYS       PIC 9(7) VALUE ZERO.
           05  WS-DAYS-WAITING        PIC 9(5) VALUE ZERO.


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

           OPEN INPUT PNDMAST.
           IF WS-PNDMAST-STATUS NOT = '00'
              DISPLAY '*** CANNOT OPEN PENDING-CHANGE FILE (FILE '
                 'STATUS ' WS-PNDMAST-STATUS ') -- RUN PNDUPD FIRST'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT PNAGERPT.

           DISPLAY 'ANSWERS-MASTER CHANGES WAITING'.
           PERFORM A100-READ-PNDMAST.
           PERFORM UNTIL PND-AT-EOF
              IF PND-IS-OPEN
                 PERFORM C000-REPORT-WAITING
              END-IF
              PERFORM A100-READ-PNDMAST
           END-PERFORM.

           CLOSE PNDMAST.
           CLOSE PNAGERPT.

           DISPLAY COUNTER-READ ' pending-change entries read, '
              COUNTER-WAITING ' still waiting'.
           DISPLAY '  PENDING ' COUNTER-PENDING
              '  APPROVED NOT YET APPLIED ' COUNTER-APPROVED.
           DISPLAY '  AGE UNDER 8 DAYS ' COUNTER-AGE-UNDER-8
              '  8 TO 30 DAYS ' COUNTER-AGE-8-TO-30
              '  OVER 30 DAYS ' COUNTER-AGE-OVER-30.
           IF COUNTER-PENDING > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
       A100-READ-PNDMAST.
           READ PNDMAST NEXT
           AT END SET PND-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-READ
           END-READ.
      *
      *----------------------------------------------------------------
      *    C000-REPORT-WAITING WRITES AND ECHOES ONE CHANGE STILL
      *    WAITING WITH ITS AGE IN DAYS SINCE IT WAS PROPOSED, AND
      *    FILES IT UNDER ITS STATUS AND AGE BAND.
      *----------------------------------------------------------------
       C000-REPORT-WAITING.
           ADD 1 TO COUNTER-WAITING.
           MOVE PND-PROPOSED-DATE TO WS-DTD-DATE.
           PERFORM G100-DATE-TO-DAYS.
           MOVE WS-DTD-DAYS TO WS-PROPOSED-DAYS.
           IF WS-TODAY-DAYS > WS-PROPOSED-DAYS
              COMPUTE WS-DAYS-WAITING =
                 WS-TODAY-DAYS - WS-PROPOSED-DAYS
           ELSE
              MOVE ZERO TO WS-DAYS-WAITING
           END-IF.

           IF PND-IS-PENDING
              ADD 1 TO COUNTER-PENDING
           ELSE
              ADD 1 TO COUNTER-APPROVED
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-WAITING < 8
                 ADD 1 TO COUNTER-AGE-UNDER-8
              WHEN WS-DAYS-WAITING > 30
                 ADD 1 TO COUNTER-AGE-OVER-30
              WHEN OTHER
                 ADD 1 TO COUNTER-AGE-8-TO-30
           END-EVALUATE.

           MOVE PND-KOI-ID TO PNA-KOI-ID.
           MOVE PND-STATUS TO PNA-STATUS.
           MOVE PND-ACTION TO PNA-ACTION.
           MOVE PND-DESCRIPTION TO PNA-DESCRIPTION.
           MOVE PND-PROPOSED-DATE TO PNA-PROPOSED-DATE.
           MOVE WS-DAYS-WAITING TO PNA-DAYS-WAITING.
           MOVE PND-MAKER TO PNA-MAKER.
           MOVE PND-CHECKER TO PNA-CHECKER.
           MOVE SPACE TO PNA-DELIM-1.
           MOVE SPACE TO PNA-DELIM-2.
           MOVE SPACE TO PNA-DELIM-3.
           MOVE SPACE TO PNA-DELIM-4.
           MOVE SPACE TO PNA-DELIM-5.
           MOVE SPACE TO PNA-DELIM-6.
           MOVE SPACE TO PNA-DELIM-7.
           MOVE SPACES TO PNA-FILLER.
           WRITE PNAGE-RECORD.

           DISPLAY '  ' PND-KOI-ID ' ' PND-STATUS ' ' PND-ACTION ' '
              PND-DESCRIPTION ' PROPOSED ' PND-PROPOSED-DATE ' '
              WS-DAYS-WAITING ' DAYS BY ' PND-MAKER.
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
