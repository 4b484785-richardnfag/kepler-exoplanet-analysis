       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RVWLOAD.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    LOADS EACH NIGHT'S REVIEWQ FILE (THE LOW-CONFIDENCE AND
      *    NO-CONFIDENCE ROWS EVALUAT PUSHES TO HUMAN REVIEW) INTO THE
      *    KEYED REVIEW MASTER (SEE RVCREC.CPY), ONE CASE PER KOI, SO
      *    THE REVIEWERS WORK A CASE LIST INSTEAD OF A SPREADSHEET. A
      *    KOI NOT YET ON THE MASTER OPENS A NEW CASE DATED TODAY. A
      *    KOI WHOSE CASE IS STILL OPEN OR ESCALATED HAS ITS PREDICTED
      *    DISPOSITION REFRESHED FROM THE LATEST ROW. AN ADJUDICATED
      *    CASE (VERDICT GIVEN, CORRECTION NOT YET GENERATED) AND A
      *    CLOSED CASE ARE LEFT ALONE -- A KOI THE MODEL STAYS UNSURE
      *    OF WOULD OTHERWISE REOPEN EVERY NIGHT. THE MASTER IS
      *    CREATED ON FIRST USE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REVIEWQ ASSIGN TO REVIEWQ.
           SELECT OPTIONAL RVWMAST ASSIGN TO RVWMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RVC-KOI-ID
               FILE STATUS IS WS-RVWMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      *    REVIEWQ MIRRORS THE REVIEW-QUEUE RECORD LAYOUT EVALUAT
      *    WRITES.
      *----------------------------------------------------------------
       FD  REVIEWQ RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  REVIEW-RECORD.
           05  RVW-KOI-ID         PIC X(12).
           05  RVW-DELIM-1        PIC X(01).
           05  RVW-CONFIDENCE     PIC X(05).
           05  RVW-DELIM-2        PIC X(01).
           05  RVW-PREDICTED      PIC X(15).
           05  RVW-FILLER         PIC X(46).

      *----------------------------------------------------------------
      *    RVWMAST IS THE KEYED REVIEW MASTER, ONE CASE PER KOI.
      *----------------------------------------------------------------
       FD  RVWMAST RECORD CONTAINS 80 CHARACTERS.
       COPY RVCREC.

       WORKING-STORAGE SECTION.

       01  WS-RVWMAST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

       01  WS-RVW-EOF                     PIC A(1) VALUE SPACE.
           88  RVW-AT-EOF                 VALUE 'Y'.

       01  COUNTERS.
           05  COUNTER-READ               PIC 9(6) VALUE ZERO.
           05  COUNTER-BLANK              PIC 9(6) VALUE ZERO.
           05  COUNTER-OPENED             PIC 9(6) VALUE ZERO.
           05  COUNTER-REFRESHED          PIC 9(6) VALUE ZERO.
           05  COUNTER-SETTLED            PIC 9(6) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O RVWMAST.
           IF WS-RVWMAST-STATUS NOT = '00' AND NOT = '05'
              DISPLAY '*** CANNOT OPEN REVIEW MASTER (FILE STATUS '
                 WS-RVWMAST-STATUS ') -- REVIEW QUEUE NOT LOADED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT REVIEWQ.
           PERFORM A100-READ-REVIEWQ.
           PERFORM UNTIL RVW-AT-EOF
              IF RVW-KOI-ID = SPACES
                 ADD 1 TO COUNTER-BLANK
              ELSE
                 PERFORM B000-FILE-REVIEW-ROW
              END-IF
              PERFORM A100-READ-REVIEWQ
           END-PERFORM.
           CLOSE REVIEWQ.
           CLOSE RVWMAST.

           DISPLAY COUNTER-READ ' review-queue rows read, '
              COUNTER-BLANK ' blank'.
           DISPLAY COUNTER-OPENED ' cases opened, '
              COUNTER-REFRESHED ' open cases refreshed, '
              COUNTER-SETTLED ' already adjudicated or closed'.

           STOP RUN.
      *
       A100-READ-REVIEWQ.
           READ REVIEWQ
           AT END SET RVW-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-READ
           END-READ.
      *
      *----------------------------------------------------------------
      *    B000-FILE-REVIEW-ROW OPENS A CASE FOR A KOI NOT YET ON THE
      *    MASTER, OR REFRESHES THE PREDICTED DISPOSITION OF ONE STILL
      *    WAITING FOR A VERDICT. ADJUDICATED AND CLOSED CASES ARE
      *    ONLY COUNTED.
      *----------------------------------------------------------------
       B000-FILE-REVIEW-ROW.
           MOVE RVW-KOI-ID TO RVC-KOI-ID.
           READ RVWMAST
              INVALID KEY
                 PERFORM B100-OPEN-NEW-CASE
              NOT INVALID KEY
                 IF RVC-IS-OPEN OR RVC-IS-ESCALATED
                    MOVE RVW-PREDICTED TO RVC-PREDICTED
                    REWRITE REVIEW-CASE-RECORD
                    ADD 1 TO COUNTER-REFRESHED
                 ELSE
                    ADD 1 TO COUNTER-SETTLED
                 END-IF
           END-READ.
           IF WS-RVWMAST-STATUS NOT = '00'
              DISPLAY '*** REVIEW MASTER UPDATE FAILED FOR '
                 RVW-KOI-ID ' (FILE STATUS ' WS-RVWMAST-STATUS ')'
           END-IF.
      *
       B100-OPEN-NEW-CASE.
           MOVE SPACES TO REVIEW-CASE-RECORD.
           MOVE RVW-KOI-ID TO RVC-KOI-ID.
           MOVE 'OPEN' TO RVC-STATUS.
           MOVE WS-RUN-DATE TO RVC-OPEN-DATE.
           MOVE RVW-PREDICTED TO RVC-PREDICTED.
           MOVE ZERO TO RVC-VERDICT-DATE.
           WRITE REVIEW-CASE-RECORD.
           ADD 1 TO COUNTER-OPENED.
