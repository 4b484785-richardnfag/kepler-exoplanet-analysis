       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPSRPT.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    MONTHLY BATCH-WINDOW OPERATIONS REPORT, PRINTED FROM THE
      *    RUN-CONTROL HISTORY RUNBAL KEEPS (SEE RUNREC.CPY) AND THE
      *    SUBMISSION REGISTRY (SEE SUBRREC.CPY), SO OPERATIONS CAN
      *    SEE HOW THE SCORING NIGHTS HAVE BEHAVED OVER THE MONTH. A
      *    NIGHT IS THE GROUP OF STEP RECORDS CLOSED BY A RUNBAL
      *    VERDICT RECORD, DATED BY THE VERDICT; WHEN RUNBAL WAS RERUN
      *    FOR A NIGHT ONLY ITS LAST GROUP COUNTS. THE REPORT SHOWS
      *    THE NIGHTS THAT RAN CLEAN AGAINST THOSE THAT WERE OUT OF
      *    BALANCE (LISTING THE LATTER), THEN PER STEP THE NIGHTS IT
      *    RAN, EVERY RUN, THE RUNS THAT ENDED WITH A NONZERO RETURN
      *    CODE, THE HIGHEST RETURN CODE AND THE RECORDS READ AND
      *    WRITTEN (THE LATEST RUN OF THE STEP EACH NIGHT, SO A RERUN
      *    IS NOT COUNTED TWICE), THEN THE TURNAROUND OF EVERY
      *    SUBMISSION RECEIVED IN THE MONTH -- RECEIVED DATE TO THE
      *    DATE IT WAS FIRST SCORED, OR TO TODAY WHEN IT IS STILL
      *    WAITING -- AGAINST A TARGET NUMBER OF DAYS, LISTING EVERY
      *    SUBMISSION THAT MISSED IT. ENTRIES SCORED BEFORE THE
      *    REGISTRY CARRIED A SCORED DATE ARE COUNTED AS NOT KNOWN.
      *    THE MONTH IS OPSRPT_MONTH (YYYYMM, DEFAULT THE CURRENT
      *    MONTH) AND THE TARGET IS OPSRPT_TARGET_DAYS (NNN, DEFAULT
      *    002). PRINTED WITH PAGE HEADINGS AND ANSI CARRIAGE CONTROL
      *    IN COLUMN ONE, AS SCORECRD IS. DATE ARITHMETIC USES DAY
      *    NUMBERS DERIVED THE SAME WAY ARCHPURG'S G100-DATE-TO-DAYS
      *    DOES. RETURN CODE 4 WHEN ANY NIGHT WAS OUT OF BALANCE OR
      *    ANY SUBMISSION MISSED THE TARGET.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST.
           SELECT SUBREG ASSIGN TO SUBREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUBR-LABEL
               FILE STATUS IS WS-SUBREG-STATUS.
           SELECT OPSRPT ASSIGN TO OPSRPT.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      *    RUNHIST IS THE PERMANENT RUN-CONTROL HISTORY RUNBAL APPENDS
      *    TO EVERY NIGHT: THE NIGHT'S STEP RECORDS FOLLOWED BY ONE
      *    RUNBAL VERDICT RECORD.
      *----------------------------------------------------------------
       FD  RUNHIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RUNREC.

       FD  SUBREG RECORD CONTAINS 80 CHARACTERS.
       COPY SUBRREC.

      *----------------------------------------------------------------
      *    OPSRPT IS THE PRINT FILE: 132 PRINT POSITIONS BEHIND AN
      *    ANSI CARRIAGE CONTROL CHARACTER IN COLUMN ONE ('1' = NEW
      *    PAGE, SPACE = SINGLE SPACE).
      *----------------------------------------------------------------
       FD  OPSRPT RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.
       01  REPORT-LINE                PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-SUBREG-STATUS               PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCHES.
           05  WS-HIST-EOF            PIC A(1) VALUE SPACE.
               88  HIST-AT-EOF        VALUE 'Y'.
           05  WS-REG-EOF             PIC A(1) VALUE SPACE.
               88  REG-AT-EOF         VALUE 'Y'.

       01  COUNTERS.
           05  COUNTER-HIST-READ          PIC 9(6) VALUE ZERO.
           05  COUNTER-NIGHTS             PIC 9(6) VALUE ZERO.
           05  COUNTER-CLEAN              PIC 9(6) VALUE ZERO.
           05  COUNTER-UNBALANCED         PIC 9(6) VALUE ZERO.
           05  COUNTER-SUPERSEDED         PIC 9(6) VALUE ZERO.
           05  COUNTER-REG-READ           PIC 9(6) VALUE ZERO.
           05  COUNTER-RECEIVED           PIC 9(6) VALUE ZERO.
           05  COUNTER-SCORED-OK          PIC 9(6) VALUE ZERO.
           05  COUNTER-SCORED-LATE        PIC 9(6) VALUE ZERO.
           05  COUNTER-WAITING-OK         PIC 9(6) VALUE ZERO.
           05  COUNTER-WAITING-LATE       PIC 9(6) VALUE ZERO.
           05  COUNTER-UNKNOWN            PIC 9(6) VALUE ZERO.
           05  COUNTER-MISSED             PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      *    THE REPORT MONTH AND TURNAROUND TARGET, FROM THE
      *    OPSRPT_MONTH AND OPSRPT_TARGET_DAYS ENVIRONMENT VARIABLES.
      *----------------------------------------------------------------
       01  WS-PARM-WORK.
           05  WS-MONTH-TEXT          PIC X(6) VALUE SPACES.
           05  WS-REPORT-MONTH        PIC 9(6) VALUE ZERO.
           05  FILLER REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR     PIC 9(4).
               10  WS-REPORT-MM       PIC 9(2).
           05  WS-TARGET-TEXT         PIC X(3) VALUE SPACES.
           05  WS-TARGET-DAYS         PIC 9(3) VALUE 2.
           05  WS-TODAY-DATE          PIC 9(8) VALUE ZERO.
           05  FILLER REDEFINES WS-TODAY-DATE.
               10  WS-TODAY-MONTH     PIC 9(6).
               10  FILLER             PIC 9(2).

      *----------------------------------------------------------------
      *    A RECORD DATE SPLIT INTO ITS MONTH AND DAY, FOR THE TEST
      *    AGAINST THE REPORT MONTH.
      *----------------------------------------------------------------
       01  WS-CHECK-DATE                  PIC 9(8) VALUE ZERO.
       01  FILLER REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-MONTH             PIC 9(6).
           05  WS-CHECK-DAY               PIC 9(2).

      *----------------------------------------------------------------
      *    ONE SLOT PER DAY OF THE REPORT MONTH, FILLED FROM THE LAST
      *    RUNBAL VERDICT DATED THAT DAY. NGT-GROUP IS THE NUMBER OF
      *    THE HISTORY GROUP THE VERDICT CLOSED (THE FIRST GROUP ON
      *    THE FILE IS 1), SO THE STEP PASS KNOWS WHICH GROUPS COUNT.
      *----------------------------------------------------------------
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 31 TIMES.
               10  NGT-SEEN           PIC X(1).
                   88  NIGHT-WAS-RUN  VALUE 'Y'.
               10  NGT-GROUP          PIC 9(6).
               10  NGT-DATE           PIC 9(8).
               10  NGT-LABEL          PIC X(20).
               10  NGT-STEPS          PIC 9(6).
               10  NGT-ISSUES         PIC 9(6).
               10  NGT-RC             PIC 9(2).

       01  WS-NIGHT-WORK.
           05  WS-NIGHT-SUB           PIC 9(2) VALUE ZERO.
           05  WS-GROUP-NUMBER        PIC 9(6) VALUE ZERO.
           05  WS-GROUP-COUNTED-SW    PIC X(1) VALUE 'N'.
               88  GROUP-COUNTED      VALUE 'Y'.

      *----------------------------------------------------------------
      *    ONE SLOT PER PIPELINE STEP, THE KNOWN STEPS FIRST IN THE
      *    ORDER THE CHAIN RUNS; ANY OTHER STEP NAME ON THE HISTORY IS
      *    ADDED AFTER THEM AS IT IS FIRST SEEN. THE STP- FIELDS ARE
      *    THE MONTH'S TOTALS OVER THE COUNTED NIGHTS; THE GRP- FIELDS
      *    HOLD THE LATEST RUN OF THE STEP IN THE GROUP BEING READ.
      *----------------------------------------------------------------
       01  WS-STEP-NAME-LIST.
           05  FILLER PIC X(08) VALUE 'ANSMNT'.
           05  FILLER PIC X(08) VALUE 'ANSLOAD'.
           05  FILLER PIC X(08) VALUE 'INTAKE'.
           05  FILLER PIC X(08) VALUE 'EVALUAT'.
           05  FILLER PIC X(08) VALUE 'EVALBAT'.
           05  FILLER PIC X(08) VALUE 'ARCHIVER'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
           05  WS-KNOWN-STEP PIC X(08) OCCURS 6 TIMES.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  STP-NAME           PIC X(08).
               10  STP-NIGHTS         PIC 9(4).
               10  STP-RUNS           PIC 9(6).
               10  STP-NONZERO        PIC 9(6).
               10  STP-HIGH-RC        PIC 9(2).
               10  STP-READ           PIC 9(11).
               10  STP-WRITTEN        PIC 9(11).
               10  GRP-SEEN           PIC X(1).
                   88  GRP-STEP-RAN   VALUE 'Y'.
               10  GRP-READ           PIC 9(6).
               10  GRP-WRITTEN        PIC 9(6).

       01  WS-STEP-WORK.
           05  WS-STEP-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-STEP-SUB            PIC 9(2) VALUE ZERO.
           05  WS-STEP-FOUND          PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------
      *    TURNAROUND OF ONE REGISTRY ENTRY, SET BY
      *    D200-CLASSIFY-ENTRY, AND THE MONTH'S TURNAROUND TOTALS.
      *----------------------------------------------------------------
       01  WS-TURN-WORK.
           05  WS-TURN-CLASS          PIC X(1) VALUE SPACE.
               88  TURN-NOT-IN-MONTH  VALUE ' '.
               88  TURN-SCORED-OK     VALUE 'S'.
               88  TURN-SCORED-LATE   VALUE 'L'.
               88  TURN-WAITING-OK    VALUE 'W'.
               88  TURN-WAITING-LATE  VALUE 'X'.
               88  TURN-UNKNOWN       VALUE 'U'.
               88  TURN-MISSED        VALUE 'L' 'X'.
           05  WS-TURN-DAYS           PIC 9(5) VALUE ZERO.
           05  WS-TURN-DAYS-SUM       PIC 9(9) VALUE ZERO.
           05  WS-TURN-DAYS-MAX       PIC 9(5) VALUE ZERO.
           05  WS-TURN-AVERAGE        PIC 9(5)V9 VALUE ZERO.
           05  WS-EDIT-AVERAGE        PIC ZZ,ZZ9.9.
           05  WS-EDIT-DAYS           PIC ZZ,ZZ9.

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
           05  WS-RECV-DAYS           PIC 9(7) VALUE ZERO.
           05  WS-SCORED-DAYS         PIC 9(7) VALUE ZERO.

       01  WS-PRINT-WORK.
           05  WS-LINE-COUNT          PIC 9(3) VALUE 99.
           05  WS-PAGE-MAX            PIC 9(3) VALUE 56.
           05  WS-PAGE-NUMBER         PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      *    PRINT LINE LAYOUTS. COLUMN ONE OF EACH IS THE ANSI
      *    CARRIAGE CONTROL CHARACTER.
      *----------------------------------------------------------------
       01  WS-HDG-1.
           05  FILLER             PIC X(01) VALUE '1'.
           05  FILLER             PIC X(31) VALUE
               'KEPLER SCORING BATCH OPERATIONS'.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'MONTH '.
           05  HDG1-YEAR          PIC 9(04).
           05  FILLER             PIC X(01) VALUE '-'.
           05  HDG1-MONTH         PIC 9(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  HDG1-RUN-DATE      PIC 9(08).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE          PIC ZZZ9.
           05  FILLER             PIC X(47) VALUE SPACES.

       01  WS-HDG-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(102) VALUE ALL '-'.
           05  FILLER             PIC X(30) VALUE SPACES.

       01  WS-TEXT-LINE.
           05  TXT-CC             PIC X(01) VALUE SPACE.
           05  TXT-TEXT           PIC X(132) VALUE SPACES.

       01  WS-SUM-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SUMD-LABEL         PIC X(30) VALUE SPACES.
           05  SUMD-COUNT         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(95) VALUE SPACES.

       01  WS-NGT-HDR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'NIGHT'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE 'RUN LABEL'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE '  STEPS'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'IMBAL/FAIL'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE 'RC'.
           05  FILLER             PIC X(77) VALUE SPACES.

       01  WS-NGT-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NGTD-DATE          PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  NGTD-LABEL         PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  NGTD-STEPS         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  NGTD-ISSUES        PIC ZZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  NGTD-RC            PIC 9(02).
           05  FILLER             PIC X(77) VALUE SPACES.

       01  WS-STP-HDR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'STEP'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'NIGHTS'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE '   RUNS'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'NONZERO RC'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE 'HIGH RC'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(14) VALUE '  RECORDS READ'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'RECORDS WRITTEN'.
           05  FILLER             PIC X(53) VALUE SPACES.

       01  WS-STP-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  STPD-NAME          PIC X(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  STPD-NIGHTS        PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  STPD-RUNS          PIC ZZZ,ZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  STPD-NONZERO       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(07) VALUE SPACES.
           05  STPD-HIGH-RC       PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  STPD-READ          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  STPD-WRITTEN       PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(53) VALUE SPACES.

       01  WS-MIS-HDR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(20) VALUE 'SUBMISSION'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'RECEIVED'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'SCORED'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE '  DAYS'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'STATUS'.
           05  FILLER             PIC X(74) VALUE SPACES.

       01  WS-MIS-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  MISD-LABEL         PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MISD-RECV-DATE     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MISD-SCORED-DATE   PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MISD-DAYS          PIC ZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MISD-STATUS        PIC X(08).
           05  FILLER             PIC X(74) VALUE SPACES.


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

           PERFORM A100-SET-PARMS.

           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                              UNTIL WS-NIGHT-SUB > 31
              MOVE 'N' TO NGT-SEEN (WS-NIGHT-SUB)
              MOVE ZERO TO NGT-GROUP (WS-NIGHT-SUB)
           END-PERFORM.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                              UNTIL WS-STEP-SUB > 6
              PERFORM C310-ADD-STEP-SLOT
              MOVE WS-KNOWN-STEP (WS-STEP-SUB)
                 TO STP-NAME (WS-STEP-COUNT)
           END-PERFORM.

           PERFORM B000-FIND-NIGHTS.
           PERFORM C000-TALLY-STEPS.
           PERFORM D000-COUNT-TURNAROUND.

           OPEN OUTPUT OPSRPT.
           PERFORM E000-PRINT-REPORT.
           CLOSE OPSRPT.

           DISPLAY COUNTER-NIGHTS ' nights run, ' COUNTER-CLEAN
              ' clean, ' COUNTER-UNBALANCED ' out of balance'.
           DISPLAY COUNTER-RECEIVED ' submissions received, '
              COUNTER-MISSED ' missed the ' WS-TARGET-DAYS
              '-day target'.
           IF COUNTER-UNBALANCED > ZERO OR COUNTER-MISSED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      *----------------------------------------------------------------
      *    A100-SET-PARMS TAKES THE REPORT MONTH AND THE TURNAROUND
      *    TARGET FROM THE ENVIRONMENT. A MONTH THAT IS NOT A VALID
      *    YYYYMM ENDS THE RUN RATHER THAN PRINT THE WRONG MONTH.
      *----------------------------------------------------------------
       A100-SET-PARMS.
           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT 'OPSRPT_MONTH'.
           IF WS-MONTH-TEXT = SPACES
              MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
           ELSE
              IF WS-MONTH-TEXT NUMERIC
                 MOVE WS-MONTH-TEXT TO WS-REPORT-MONTH
              END-IF
              IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                 DISPLAY '*** OPSRPT_MONTH ' WS-MONTH-TEXT
                    ' IS NOT YYYYMM -- RUN ABORTED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           ACCEPT WS-TARGET-TEXT FROM ENVIRONMENT
              'OPSRPT_TARGET_DAYS'.
           IF WS-TARGET-TEXT NOT = SPACES
              IF WS-TARGET-TEXT NUMERIC
                 MOVE WS-TARGET-TEXT TO WS-TARGET-DAYS
              ELSE
                 DISPLAY '*** WARNING -- OPSRPT_TARGET_DAYS NOT NNN '
                    '-- USING 002'
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    B000-FIND-NIGHTS IS THE FIRST PASS OVER THE HISTORY. EVERY
      *    RUNBAL VERDICT CLOSES A GROUP; A VERDICT DATED IN THE
      *    REPORT MONTH FILES THE GROUP UNDER ITS DAY, A LATER VERDICT
      *    FOR THE SAME DAY (RUNBAL RERUN) REPLACING THE EARLIER ONE.
      *    STEP RECORDS AFTER THE LAST VERDICT BELONG TO NO NIGHT YET.
      *----------------------------------------------------------------
       B000-FIND-NIGHTS.
           MOVE 1 TO WS-GROUP-NUMBER.
           MOVE SPACE TO WS-HIST-EOF.
           OPEN INPUT RUNHIST.
           PERFORM B100-READ-RUNHIST.
           PERFORM UNTIL HIST-AT-EOF
              ADD 1 TO COUNTER-HIST-READ
              IF RUNC-STEP-NAME = 'RUNBAL'
                 PERFORM B200-NOTE-VERDICT
                 ADD 1 TO WS-GROUP-NUMBER
              END-IF
              PERFORM B100-READ-RUNHIST
           END-PERFORM.
           CLOSE RUNHIST.

           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                              UNTIL WS-NIGHT-SUB > 31
              IF NIGHT-WAS-RUN (WS-NIGHT-SUB)
                 ADD 1 TO COUNTER-NIGHTS
                 IF NGT-RC (WS-NIGHT-SUB) = ZERO
                    ADD 1 TO COUNTER-CLEAN
                 ELSE
                    ADD 1 TO COUNTER-UNBALANCED
                 END-IF
              END-IF
           END-PERFORM.
      *
       B100-READ-RUNHIST.
           READ RUNHIST
           AT END SET HIST-AT-EOF TO TRUE
           END-READ.
      *
       B200-NOTE-VERDICT.
           IF RUNC-RUN-DATE NUMERIC
              MOVE RUNC-RUN-DATE TO WS-CHECK-DATE
              IF WS-CHECK-MONTH = WS-REPORT-MONTH
                 AND WS-CHECK-DAY > ZERO AND WS-CHECK-DAY < 32
                 MOVE WS-CHECK-DAY TO WS-NIGHT-SUB
                 IF NIGHT-WAS-RUN (WS-NIGHT-SUB)
                    ADD 1 TO COUNTER-SUPERSEDED
                 END-IF
                 MOVE 'Y' TO NGT-SEEN (WS-NIGHT-SUB)
                 MOVE WS-GROUP-NUMBER TO NGT-GROUP (WS-NIGHT-SUB)
                 MOVE RUNC-RUN-DATE TO NGT-DATE (WS-NIGHT-SUB)
                 MOVE RUNC-RUN-LABEL TO NGT-LABEL (WS-NIGHT-SUB)
                 MOVE RUNC-RECORDS-READ TO NGT-STEPS (WS-NIGHT-SUB)
                 MOVE RUNC-RECORDS-WRITTEN
                    TO NGT-ISSUES (WS-NIGHT-SUB)
                 MOVE RUNC-RETURN-CODE TO NGT-RC (WS-NIGHT-SUB)
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    C000-TALLY-STEPS IS THE SECOND PASS. ONLY THE GROUPS THE
      *    FIRST PASS KEPT ARE TALLIED: EVERY RUN OF A STEP COUNTS
      *    TOWARDS ITS RUNS AND NONZERO RETURN CODES, BUT ONLY THE
      *    LATEST RUN OF EACH STEP IN A GROUP COUNTS TOWARDS ITS
      *    NIGHTS AND VOLUMES, ADDED IN WHEN THE VERDICT IS REACHED.
      *----------------------------------------------------------------
       C000-TALLY-STEPS.
           MOVE 1 TO WS-GROUP-NUMBER.
           PERFORM C100-START-GROUP.
           MOVE SPACE TO WS-HIST-EOF.
           OPEN INPUT RUNHIST.
           PERFORM B100-READ-RUNHIST.
           PERFORM UNTIL HIST-AT-EOF
              IF RUNC-STEP-NAME = 'RUNBAL'
                 PERFORM C400-CLOSE-GROUP
                 ADD 1 TO WS-GROUP-NUMBER
                 PERFORM C100-START-GROUP
              ELSE
                 IF GROUP-COUNTED
                    PERFORM C200-TALLY-STEP-RECORD
                 END-IF
              END-IF
              PERFORM B100-READ-RUNHIST
           END-PERFORM.
           CLOSE RUNHIST.
      *
       C100-START-GROUP.
           MOVE 'N' TO WS-GROUP-COUNTED-SW.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                              UNTIL WS-NIGHT-SUB > 31
              IF NIGHT-WAS-RUN (WS-NIGHT-SUB)
                 AND NGT-GROUP (WS-NIGHT-SUB) = WS-GROUP-NUMBER
                 SET GROUP-COUNTED TO TRUE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                              UNTIL WS-STEP-SUB > WS-STEP-COUNT
              MOVE 'N' TO GRP-SEEN (WS-STEP-SUB)
              MOVE ZERO TO GRP-READ (WS-STEP-SUB)
              MOVE ZERO TO GRP-WRITTEN (WS-STEP-SUB)
           END-PERFORM.
      *
       C200-TALLY-STEP-RECORD.
           PERFORM C300-FIND-STEP-SLOT.
           IF WS-STEP-FOUND > ZERO
              ADD 1 TO STP-RUNS (WS-STEP-FOUND)
              IF RUNC-RETURN-CODE NOT NUMERIC
                 MOVE ZERO TO RUNC-RETURN-CODE
              END-IF
              IF RUNC-RETURN-CODE > ZERO
                 ADD 1 TO STP-NONZERO (WS-STEP-FOUND)
              END-IF
              IF RUNC-RETURN-CODE > STP-HIGH-RC (WS-STEP-FOUND)
                 MOVE RUNC-RETURN-CODE TO STP-HIGH-RC (WS-STEP-FOUND)
              END-IF
              MOVE 'Y' TO GRP-SEEN (WS-STEP-FOUND)
              MOVE RUNC-RECORDS-READ TO GRP-READ (WS-STEP-FOUND)
              MOVE RUNC-RECORDS-WRITTEN TO GRP-WRITTEN (WS-STEP-FOUND)
           END-IF.
      *
      *----------------------------------------------------------------
      *    C300-FIND-STEP-SLOT LEAVES THE SLOT OF THE STEP NAMED ON
      *    THE CURRENT HISTORY RECORD IN WS-STEP-FOUND, ADDING A SLOT
      *    FOR A NAME NOT SEEN BEFORE. WHEN ALL 20 SLOTS ARE TAKEN
      *    THE RECORD IS REPORTED AND LEFT OUT (WS-STEP-FOUND ZERO).
      *----------------------------------------------------------------
       C300-FIND-STEP-SLOT.
           MOVE ZERO TO WS-STEP-FOUND.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                              UNTIL WS-STEP-SUB > WS-STEP-COUNT
                                 OR WS-STEP-FOUND > ZERO
              IF STP-NAME (WS-STEP-SUB) = RUNC-STEP-NAME
                 MOVE WS-STEP-SUB TO WS-STEP-FOUND
              END-IF
           END-PERFORM.
           IF WS-STEP-FOUND = ZERO
              IF WS-STEP-COUNT = 20
                 DISPLAY '*** MORE THAN 20 STEP NAMES ON THE HISTORY '
                    '-- ' RUNC-STEP-NAME ' NOT REPORTED'
              ELSE
                 PERFORM C310-ADD-STEP-SLOT
                 MOVE RUNC-STEP-NAME TO STP-NAME (WS-STEP-COUNT)
                 MOVE WS-STEP-COUNT TO WS-STEP-FOUND
              END-IF
           END-IF.
      *
       C310-ADD-STEP-SLOT.
           ADD 1 TO WS-STEP-COUNT.
           MOVE SPACES TO STP-NAME (WS-STEP-COUNT).
           MOVE ZERO TO STP-NIGHTS (WS-STEP-COUNT).
           MOVE ZERO TO STP-RUNS (WS-STEP-COUNT).
           MOVE ZERO TO STP-NONZERO (WS-STEP-COUNT).
           MOVE ZERO TO STP-HIGH-RC (WS-STEP-COUNT).
           MOVE ZERO TO STP-READ (WS-STEP-COUNT).
           MOVE ZERO TO STP-WRITTEN (WS-STEP-COUNT).
           MOVE 'N' TO GRP-SEEN (WS-STEP-COUNT).
           MOVE ZERO TO GRP-READ (WS-STEP-COUNT).
           MOVE ZERO TO GRP-WRITTEN (WS-STEP-COUNT).
      *
       C400-CLOSE-GROUP.
           IF GROUP-COUNTED
              PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                                 UNTIL WS-STEP-SUB > WS-STEP-COUNT
                 IF GRP-STEP-RAN (WS-STEP-SUB)
                    ADD 1 TO STP-NIGHTS (WS-STEP-SUB)
                    ADD GRP-READ (WS-STEP-SUB) TO STP-READ (WS-STEP-SUB)
                    ADD GRP-WRITTEN (WS-STEP-SUB)
                       TO STP-WRITTEN (WS-STEP-SUB)
                 END-IF
              END-PERFORM
           END-IF.
      *
      *----------------------------------------------------------------
      *    D000-COUNT-TURNAROUND CLASSIFIES EVERY REGISTRY ENTRY
      *    RECEIVED IN THE REPORT MONTH AND TOTALS THE CLASSES. A
      *    MISSING REGISTRY IS NOTED ON THE REPORT, NOT FATAL -- THE
      *    NIGHTLY FIGURES STILL PRINT.
      *----------------------------------------------------------------
       D000-COUNT-TURNAROUND.
           OPEN INPUT SUBREG.
           IF WS-SUBREG-STATUS NOT = '00'
              DISPLAY '*** CANNOT OPEN SUBMISSION REGISTRY (FILE '
                 'STATUS ' WS-SUBREG-STATUS ') -- NO TURNAROUND FIGURES'
           ELSE
              MOVE SPACE TO WS-REG-EOF
              PERFORM D100-READ-SUBREG
              PERFORM UNTIL REG-AT-EOF
                 ADD 1 TO COUNTER-REG-READ
                 PERFORM D200-CLASSIFY-ENTRY
                 EVALUATE TRUE
                    WHEN TURN-SCORED-OK
                       ADD 1 TO COUNTER-SCORED-OK
                    WHEN TURN-SCORED-LATE
                       ADD 1 TO COUNTER-SCORED-LATE
                    WHEN TURN-WAITING-OK
                       ADD 1 TO COUNTER-WAITING-OK
                    WHEN TURN-WAITING-LATE
                       ADD 1 TO COUNTER-WAITING-LATE
                    WHEN TURN-UNKNOWN
                       ADD 1 TO COUNTER-UNKNOWN
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF NOT TURN-NOT-IN-MONTH
                    ADD 1 TO COUNTER-RECEIVED
                 END-IF
                 IF TURN-MISSED
                    ADD 1 TO COUNTER-MISSED
                 END-IF
                 IF TURN-SCORED-OK OR TURN-SCORED-LATE
                    ADD WS-TURN-DAYS TO WS-TURN-DAYS-SUM
                    IF WS-TURN-DAYS > WS-TURN-DAYS-MAX
                       MOVE WS-TURN-DAYS TO WS-TURN-DAYS-MAX
                    END-IF
                 END-IF
                 PERFORM D100-READ-SUBREG
              END-PERFORM
              CLOSE SUBREG
           END-IF.
           IF COUNTER-SCORED-OK + COUNTER-SCORED-LATE > ZERO
              COMPUTE WS-TURN-AVERAGE ROUNDED = WS-TURN-DAYS-SUM
                 / (COUNTER-SCORED-OK + COUNTER-SCORED-LATE)
           END-IF.
      *
       D100-READ-SUBREG.
           READ SUBREG NEXT
           AT END SET REG-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    D200-CLASSIFY-ENTRY SETS WS-TURN-CLASS AND WS-TURN-DAYS FOR
      *    THE CURRENT REGISTRY ENTRY. AN ENTRY RECEIVED IN THE MONTH
      *    IS TIMED TO ITS SCORED DATE, OR, WHILE STILL WAITING, TO
      *    TODAY; AN ENTRY SCORED OR ARCHIVED WITHOUT A SCORED DATE
      *    CANNOT BE TIMED.
      *----------------------------------------------------------------
       D200-CLASSIFY-ENTRY.
           MOVE SPACE TO WS-TURN-CLASS.
           MOVE ZERO TO WS-TURN-DAYS.
           IF SUBR-RECV-DATE NUMERIC
              MOVE SUBR-RECV-DATE TO WS-CHECK-DATE
              IF WS-CHECK-MONTH = WS-REPORT-MONTH
                 MOVE SUBR-RECV-DATE TO WS-DTD-DATE
                 PERFORM G100-DATE-TO-DAYS
                 MOVE WS-DTD-DAYS TO WS-RECV-DAYS
                 EVALUATE TRUE
                    WHEN SUBR-SCORED-DATE NUMERIC
                       AND SUBR-SCORED-DATE > ZERO
                       MOVE SUBR-SCORED-DATE TO WS-DTD-DATE
                       PERFORM G100-DATE-TO-DAYS
                       MOVE WS-DTD-DAYS TO WS-SCORED-DAYS
                       IF WS-SCORED-DAYS > WS-RECV-DAYS
                          COMPUTE WS-TURN-DAYS =
                             WS-SCORED-DAYS - WS-RECV-DAYS
                       END-IF
                       IF WS-TURN-DAYS > WS-TARGET-DAYS
                          SET TURN-SCORED-LATE TO TRUE
                       ELSE
                          SET TURN-SCORED-OK TO TRUE
                       END-IF
                    WHEN SUBR-IS-RECEIVED
                       IF WS-TODAY-DAYS > WS-RECV-DAYS
                          COMPUTE WS-TURN-DAYS =
                             WS-TODAY-DAYS - WS-RECV-DAYS
                       END-IF
                       IF WS-TURN-DAYS > WS-TARGET-DAYS
                          SET TURN-WAITING-LATE TO TRUE
                       ELSE
                          SET TURN-WAITING-OK TO TRUE
                       END-IF
                    WHEN OTHER
                       SET TURN-UNKNOWN TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    E000-PRINT-REPORT LAYS OUT THE REPORT: NIGHTLY BALANCE,
      *    STEP ACTIVITY AND SUBMISSION TURNAROUND.
      *----------------------------------------------------------------
       E000-PRINT-REPORT.
           PERFORM W100-NEW-PAGE.

           MOVE 'NIGHTLY BALANCE (RUNBAL VERDICTS)' TO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           PERFORM E100-PRINT-NIGHTS.

           PERFORM W300-WRITE-BLANK-LINE.
           MOVE 'STEP ACTIVITY OVER THE NIGHTS RUN' TO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           PERFORM E200-PRINT-STEPS.

           PERFORM W300-WRITE-BLANK-LINE.
           MOVE SPACES TO TXT-TEXT.
           STRING 'SUBMISSION TURNAROUND - RECEIVED TO SCORED, TARGET '
              WS-TARGET-DAYS ' DAYS'
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           PERFORM E300-PRINT-TURNAROUND.
      *
       E100-PRINT-NIGHTS.
           IF COUNTER-NIGHTS = ZERO
              MOVE 'NO RUN-CONTROL HISTORY FOR THE MONTH.' TO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           ELSE
              MOVE 'NIGHTS RUN' TO SUMD-LABEL
              MOVE COUNTER-NIGHTS TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE 'NIGHTS CLEAN' TO SUMD-LABEL
              MOVE COUNTER-CLEAN TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE 'NIGHTS OUT OF BALANCE' TO SUMD-LABEL
              MOVE COUNTER-UNBALANCED TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE 'EARLIER VERDICTS SUPERSEDED' TO SUMD-LABEL
              MOVE COUNTER-SUPERSEDED TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              IF COUNTER-UNBALANCED > ZERO
                 PERFORM W300-WRITE-BLANK-LINE
                 MOVE WS-NGT-HDR TO REPORT-LINE
                 PERFORM W000-WRITE-LINE
                 PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                                    UNTIL WS-NIGHT-SUB > 31
                    IF NIGHT-WAS-RUN (WS-NIGHT-SUB)
                       AND NGT-RC (WS-NIGHT-SUB) NOT = ZERO
                       PERFORM E110-PRINT-NIGHT
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
      *
       E110-PRINT-NIGHT.
           MOVE NGT-DATE (WS-NIGHT-SUB) TO NGTD-DATE.
           MOVE NGT-LABEL (WS-NIGHT-SUB) TO NGTD-LABEL.
           MOVE NGT-STEPS (WS-NIGHT-SUB) TO NGTD-STEPS.
           MOVE NGT-ISSUES (WS-NIGHT-SUB) TO NGTD-ISSUES.
           MOVE NGT-RC (WS-NIGHT-SUB) TO NGTD-RC.
           MOVE WS-NGT-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
      *
      *    A STEP THAT DID NOT RUN ON ANY COUNTED NIGHT IS LEFT OFF.
       E200-PRINT-STEPS.
           IF COUNTER-NIGHTS = ZERO
              MOVE 'NO STEP RECORDS FOR THE MONTH.' TO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           ELSE
              MOVE WS-STP-HDR TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                                 UNTIL WS-STEP-SUB > WS-STEP-COUNT
                 IF STP-RUNS (WS-STEP-SUB) > ZERO
                    PERFORM E210-PRINT-STEP
                 END-IF
              END-PERFORM
           END-IF.
      *
       E210-PRINT-STEP.
           MOVE STP-NAME (WS-STEP-SUB) TO STPD-NAME.
           MOVE STP-NIGHTS (WS-STEP-SUB) TO STPD-NIGHTS.
           MOVE STP-RUNS (WS-STEP-SUB) TO STPD-RUNS.
           MOVE STP-NONZERO (WS-STEP-SUB) TO STPD-NONZERO.
           MOVE STP-HIGH-RC (WS-STEP-SUB) TO STPD-HIGH-RC.
           MOVE STP-READ (WS-STEP-SUB) TO STPD-READ.
           MOVE STP-WRITTEN (WS-STEP-SUB) TO STPD-WRITTEN.
           MOVE WS-STP-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
      *
      *----------------------------------------------------------------
      *    E300-PRINT-TURNAROUND PRINTS THE TURNAROUND TOTALS, THEN
      *    READS THE REGISTRY AGAIN TO LIST EVERY SUBMISSION THAT
      *    MISSED THE TARGET, IN LABEL ORDER.
      *----------------------------------------------------------------
       E300-PRINT-TURNAROUND.
           IF WS-SUBREG-STATUS NOT = '00'
              MOVE SPACES TO TXT-TEXT
              STRING 'NO SUBMISSION REGISTRY (FILE STATUS '
                 WS-SUBREG-STATUS ') -- TURNAROUND NOT AVAILABLE.'
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           ELSE
              MOVE 'RECEIVED IN THE MONTH' TO SUMD-LABEL
              MOVE COUNTER-RECEIVED TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE 'SCORED WITHIN TARGET' TO SUMD-LABEL
              MOVE COUNTER-SCORED-OK TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE 'SCORED PAST TARGET' TO SUMD-LABEL
              MOVE COUNTER-SCORED-LATE TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE 'WAITING, WITHIN TARGET SO FAR' TO SUMD-LABEL
              MOVE COUNTER-WAITING-OK TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE 'WAITING PAST TARGET' TO SUMD-LABEL
              MOVE COUNTER-WAITING-LATE TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE 'SCORED DATE NOT RECORDED' TO SUMD-LABEL
              MOVE COUNTER-UNKNOWN TO SUMD-COUNT
              MOVE WS-SUM-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              MOVE WS-TURN-AVERAGE TO WS-EDIT-AVERAGE
              MOVE SPACES TO TXT-TEXT
              STRING 'AVERAGE DAYS TO SCORE        ' WS-EDIT-AVERAGE
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
              MOVE WS-TURN-DAYS-MAX TO WS-EDIT-DAYS
              MOVE SPACES TO TXT-TEXT
              STRING 'LONGEST DAYS TO SCORE          ' WS-EDIT-DAYS
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE

              PERFORM W300-WRITE-BLANK-LINE
              IF COUNTER-MISSED = ZERO
                 MOVE 'NO SUBMISSION MISSED THE TARGET.' TO TXT-TEXT
                 PERFORM W200-WRITE-TEXT-LINE
              ELSE
                 MOVE 'SUBMISSIONS THAT MISSED THE TARGET' TO TXT-TEXT
                 PERFORM W200-WRITE-TEXT-LINE
                 MOVE WS-MIS-HDR TO REPORT-LINE
                 PERFORM W000-WRITE-LINE
                 OPEN INPUT SUBREG
                 MOVE SPACE TO WS-REG-EOF
                 PERFORM D100-READ-SUBREG
                 PERFORM UNTIL REG-AT-EOF
                    PERFORM D200-CLASSIFY-ENTRY
                    IF TURN-MISSED
                       PERFORM E310-PRINT-MISS
                    END-IF
                    PERFORM D100-READ-SUBREG
                 END-PERFORM
                 CLOSE SUBREG
              END-IF
           END-IF.
      *
       E310-PRINT-MISS.
           MOVE SUBR-LABEL TO MISD-LABEL.
           MOVE SUBR-RECV-DATE TO MISD-RECV-DATE.
           IF TURN-SCORED-LATE
              MOVE SUBR-SCORED-DATE TO MISD-SCORED-DATE
           ELSE
              MOVE 'WAITING' TO MISD-SCORED-DATE
           END-IF.
           MOVE WS-TURN-DAYS TO MISD-DAYS.
           MOVE SUBR-STATUS TO MISD-STATUS.
           MOVE WS-MIS-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
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
      *
      *----------------------------------------------------------------
      *    W000-WRITE-LINE WRITES THE LINE ALREADY SITTING IN
      *    REPORT-LINE, BREAKING TO A NEW PAGE WITH HEADINGS WHEN THE
      *    CURRENT PAGE IS FULL.
      *----------------------------------------------------------------
       W000-WRITE-LINE.
           IF WS-LINE-COUNT NOT < WS-PAGE-MAX
              PERFORM W100-NEW-PAGE
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
      *
       W100-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO HDG1-PAGE.
           MOVE WS-REPORT-YEAR TO HDG1-YEAR.
           MOVE WS-REPORT-MM TO HDG1-MONTH.
           MOVE WS-TODAY-DATE TO HDG1-RUN-DATE.
           WRITE REPORT-LINE FROM WS-HDG-1.
           WRITE REPORT-LINE FROM WS-HDG-2.
           MOVE 3 TO WS-LINE-COUNT.
      *
       W200-WRITE-TEXT-LINE.
           MOVE WS-TEXT-LINE TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
           MOVE SPACES TO TXT-TEXT.
      *
       W300-WRITE-BLANK-LINE.
           MOVE SPACES TO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
