      *    SCHEDULER STOPS BEFORE BAD NUMBERS ARE PUBLISHED. WHEN A
      *    STEP APPEARS MORE THAN ONCE (A RERUN), THE LATEST RECORD
      *    COUNTS.
      *    KEEPS A PERMANENT RECORD OF EVERY NIGHT BEFORE THE SCHEDULER
      *    EMPTIES THE RUN-CONTROL FILE: EACH STEP RECORD READ IS
      *    COPIED, UNCHANGED, ONTO THE END OF THE RUN-CONTROL HISTORY
      *    FILE RUNHIST, FOLLOWED BY ONE RUNBAL VERDICT RECORD IN THE
      *    SAME LAYOUT (STEP RECORDS READ, IMBALANCES PLUS FAILED STEPS
      *    AND THE VERDICT RETURN CODE -- SEE RUNREC.CPY), WHICH CLOSES
      *    THE NIGHT'S GROUP FOR THE OPSRPT MONTHLY OPERATIONS REPORT.
      *    THE VERDICT IS WRITTEN FOR AN EMPTY RUN-CONTROL FILE TOO.
      *
       ENVIRONMENT DIVISION.
      *

           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL RUNHIST ASSIGN TO RUNHIST
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RUNREC.

      *----------------------------------------------------------------
      *    RUNHIST IS THE PERMANENT RUN-CONTROL HISTORY: EVERY NIGHT'S
      *    STEP RECORDS, EACH NIGHT CLOSED BY A RUNBAL VERDICT RECORD.
      *----------------------------------------------------------------
       FD  RUNHIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  RUNHIST-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUNHIST-STATUS              PIC X(02) VALUE SPACES.

       01  WS-RUN-EOF                     PIC A(1) VALUE SPACE.
           88  RUN-AT-EOF                 VALUE 'Y'.
           05  WS-CHECK-B-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-CHECK-LABEL         PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      *    THE VERDICT RECORD CLOSING THE NIGHT ON RUNHIST, IN THE
      *    RUNREC.CPY LAYOUT. THE RUN DATE IS THE EARLIEST STEP RUN
      *    DATE ON THE FILE -- THE DATE THE NIGHT STARTED, EVEN WHEN
      *    THE CHAIN RUNS PAST MIDNIGHT -- OR TODAY WHEN THERE IS
      *    NONE; THE LABEL IS THE LAST ONE A STEP RAN UNDER.
      *----------------------------------------------------------------
       01  WS-VERDICT-RECORD.
           05  VRD-STEP-NAME          PIC X(08) VALUE 'RUNBAL'.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VRD-RUN-DATE           PIC 9(08) VALUE ZERO.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VRD-RUN-LABEL          PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VRD-RECORDS-READ       PIC 9(06) VALUE ZERO.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VRD-RECORDS-WRITTEN    PIC 9(06) VALUE ZERO.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  VRD-RETURN-CODE        PIC 9(02) VALUE ZERO.
           05  FILLER                 PIC X(25) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
              MOVE ZERO TO WS-STEP-RC (WS-STEP-SUB)
           END-PERFORM.

           OPEN EXTEND RUNHIST.
           IF WS-RUNHIST-STATUS = '35'
              OPEN OUTPUT RUNHIST
           END-IF.

           OPEN INPUT RUNCTL.
           PERFORM A100-READ-RUNCTL.
           PERFORM UNTIL RUN-AT-EOF
              PERFORM A200-KEEP-HISTORY
              PERFORM B000-FILE-STEP-RECORD
              PERFORM A100-READ-RUNCTL
           END-PERFORM.
              DISPLAY '*** RUN-CONTROL FILE EMPTY OR MISSING -- '
                 'NOTHING TO BALANCE'
              MOVE 16 TO RETURN-CODE
              PERFORM F000-WRITE-VERDICT
              STOP RUN
           END-IF.

           PERFORM C000-DISPLAY-STEPS.
           PERFORM D000-BALANCE-CHAIN.
           PERFORM E000-SET-VERDICT.
           PERFORM F000-WRITE-VERDICT.

           STOP RUN.
      *
           END-READ.
      *
      *----------------------------------------------------------------
      *    A200-KEEP-HISTORY COPIES ONE STEP RECORD TO RUNHIST AND
      *    NOTES THE NIGHT'S START DATE AND LATEST LABEL FOR THE
      *    VERDICT RECORD.
      *----------------------------------------------------------------
       A200-KEEP-HISTORY.
           WRITE RUNHIST-RECORD FROM RUNCTL-RECORD.
           IF RUNC-RUN-DATE NUMERIC AND RUNC-RUN-DATE > ZERO
              IF VRD-RUN-DATE = ZERO OR RUNC-RUN-DATE < VRD-RUN-DATE
                 MOVE RUNC-RUN-DATE TO VRD-RUN-DATE
              END-IF
           END-IF.
           IF RUNC-RUN-LABEL NOT = SPACES
              MOVE RUNC-RUN-LABEL TO VRD-RUN-LABEL
           END-IF.
      *
      *----------------------------------------------------------------
      *    B000-FILE-STEP-RECORD FILES ONE RUN-CONTROL RECORD INTO
      *    ITS STEP'S SLOT. AN UNRECOGNIZED STEP NAME IS REPORTED AND
      *    SKIPPED RATHER THAN BALANCED WRONG.
              DISPLAY 'ALL CROSS-STEP COUNTS TIE OUT'
              MOVE ZERO TO RETURN-CODE
           END-IF.
      *
      *----------------------------------------------------------------
      *    F000-WRITE-VERDICT CLOSES THE NIGHT ON RUNHIST WITH THE
      *    VERDICT RECORD: STEP RECORDS READ, IMBALANCES PLUS FAILED
      *    STEPS, AND THE RETURN CODE THIS PROGRAM ENDS WITH.
      *----------------------------------------------------------------
       F000-WRITE-VERDICT.
           IF VRD-RUN-DATE = ZERO
              ACCEPT VRD-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE COUNTER-READ TO VRD-RECORDS-READ.
           COMPUTE VRD-RECORDS-WRITTEN =
              COUNTER-IMBALANCE + COUNTER-BADSTEPS.
           MOVE RETURN-CODE TO VRD-RETURN-CODE.
           WRITE RUNHIST-RECORD FROM WS-VERDICT-RECORD.
           CLOSE RUNHIST.
           DISPLAY 'NIGHT ' VRD-RUN-DATE ' KEPT ON RUN-CONTROL HISTORY'.
