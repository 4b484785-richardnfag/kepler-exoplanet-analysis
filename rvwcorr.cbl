       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RVWCORR.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    TURNS ADJUDICATED REVIEW VERDICTS INTO ANSWERS-MASTER
      *    CORRECTIONS, SO A TRUTH FIX THAT COMES OUT OF REVIEW GOES
      *    THROUGH ANSMNT'S AUDITED PATH INSTEAD OF BEING KEYED BY
      *    HAND. WALKS THE KEYED REVIEW MASTER (SEE RVCREC.CPY) IN KOI
      *    ID ORDER AGAINST THE ANSWERS MASTER. EVERY ADJUDICATED CASE
      *    WHOSE VERDICT DISAGREES WITH THE ANSWERS DISPOSITION
      *    BECOMES A CHANGE TRANSACTION ON THE TRANSACT FILE, DATED
      *    WITH THE VERDICT DATE AND SUBMITTED UNDER THE REVIEWER'S
      *    ID; A VERDICT THAT AGREES NEEDS NO CHANGE. EITHER WAY THE
      *    CASE IS CLOSED. A CASE WHOSE KOI IS NOT ON THE ANSWERS
      *    MASTER CANNOT BE CHANGED AND STAYS ADJUDICATED FOR THE
      *    MAINTAINERS TO LOOK AT (RETURN CODE 4). BECAUSE THE REVIEW
      *    MASTER IS READ IN KEY ORDER AND HOLDS ONE CASE PER KOI, THE
      *    TRANSACT FILE COMES OUT IN THE ASCENDING, ONE-PER-KOI ORDER
      *    ANSMNT REQUIRES WITH NO SEPARATE SORT.
      *    VERIFIES THE ANSWERS MASTER AGAINST ITS TRAILER CONTROL
      *    RECORD (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE USING ANY ROW
      *    OF IT, ENDING WITH RETURN-CODE 16 WHEN THE ROWS ON THE FILE
      *    DO NOT MATCH IT, AND STOPS READING THE MASTER AT THE
      *    TRAILER.
      *    THE CHANGE TRANSACTIONS ARE NOW PROPOSALS: PNDUPD FILES THE
      *    TRANSACT FILE ON THE PENDING-CHANGE FILE WITH THE REVIEWER
      *    AS MAKER, AND ANSMNT APPLIES A CORRECTION ONLY ONCE A
      *    DIFFERENT, AUTHORIZED USER HAS APPROVED IT.
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
           SELECT ANSWERS ASSIGN TO ANSWERS.
           SELECT TRANSACT ASSIGN TO TRANSACT.

       DATA DIVISION.
       FILE SECTION.

       FD  RVWMAST RECORD CONTAINS 80 CHARACTERS.
       COPY RVCREC.

       FD  ANSWERS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==ANS-RECORD==
                              ==:PFX:== BY ==ANS==.

      *----------------------------------------------------------------
      *    TRANSACT MIRRORS THE MAINTENANCE TRANSACTION LAYOUT ANSMNT
      *    READS.
      *----------------------------------------------------------------
       FD  TRANSACT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
      *    THE TRAILING FILLER FIELD IS NAMED RATHER THAN FILLER
      *    BECAUSE THE FILE SECTION DOES NOT HONOR ITS VALUE CLAUSE AT
      *    RUN TIME -- C100-WRITE-CHANGE MOVES SPACES INTO IT
      *    EXPLICITLY.
       01  TRANSACT-RECORD.
           05  TRX-ACTION         PIC X(06).
           05  TRX-KOI-ID         PIC X(12).
           05  TRX-DESCRIPTION    PIC X(15).
           05  TRX-DATE           PIC 9(08).
           05  TRX-SUBMITTER      PIC X(08).
           05  TRX-FILLER         PIC X(31).

       WORKING-STORAGE SECTION.

       COPY ATRREC.

       01  WS-RVWMAST-STATUS              PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCHES.
           05  WS-RVC-EOF             PIC A(1) VALUE SPACE.
               88  RVC-AT-EOF         VALUE 'Y'.
           05  WS-ANS-EOF             PIC A(1) VALUE SPACE.
               88  ANS-AT-EOF         VALUE 'Y'.

       01  COUNTERS.
           05  COUNTER-CASES              PIC 9(6) VALUE ZERO.
           05  COUNTER-ADJUDICATED        PIC 9(6) VALUE ZERO.
           05  COUNTER-CHANGES            PIC 9(6) VALUE ZERO.
           05  COUNTER-AGREED             PIC 9(6) VALUE ZERO.
           05  COUNTER-NOT-ON-MASTER      PIC 9(6) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM Y500-VERIFY-ANSWERS.

           OPEN I-O RVWMAST.
           IF WS-RVWMAST-STATUS NOT = '00'
              DISPLAY '*** CANNOT OPEN REVIEW MASTER (FILE STATUS '
                 WS-RVWMAST-STATUS ') -- RUN RVWLOAD FIRST'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT ANSWERS.
           OPEN OUTPUT TRANSACT.

           PERFORM A100-READ-RVWMAST.
           PERFORM A200-READ-ANSWERS.
           PERFORM UNTIL RVC-AT-EOF
              IF RVC-IS-ADJUDICATED
                 PERFORM B000-SETTLE-CASE
              END-IF
              PERFORM A100-READ-RVWMAST
           END-PERFORM.

           CLOSE RVWMAST.
           CLOSE ANSWERS.
           CLOSE TRANSACT.

           DISPLAY COUNTER-CASES ' review cases read, '
              COUNTER-ADJUDICATED ' adjudicated'.
           DISPLAY COUNTER-CHANGES ' change transactions generated, '
              COUNTER-AGREED ' verdicts agree with answers'.
           IF COUNTER-NOT-ON-MASTER > ZERO
              DISPLAY '*** WARNING -- ' COUNTER-NOT-ON-MASTER
                 ' ADJUDICATED KOIS NOT ON THE ANSWERS MASTER -- '
                 'LEFT ADJUDICATED'
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
       A100-READ-RVWMAST.
           READ RVWMAST NEXT
           AT END SET RVC-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-CASES
           END-READ.
      *
       A200-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      *    B000-SETTLE-CASE BRINGS THE ANSWERS MASTER UP TO THE CASE'S
      *    KOI ID AND COMPARES THE VERDICT WITH THE ANSWERS
      *    DISPOSITION. A DISAGREEMENT IS WRITTEN AS A CHANGE
      *    TRANSACTION; THE CASE IS THEN CLOSED. A KOI THE ANSWERS
      *    MASTER DOES NOT CARRY IS REPORTED AND LEFT ADJUDICATED.
      *----------------------------------------------------------------
       B000-SETTLE-CASE.
           ADD 1 TO COUNTER-ADJUDICATED.
           PERFORM UNTIL ANS-AT-EOF
                      OR ANS-KOI-ID NOT < RVC-KOI-ID
              PERFORM A200-READ-ANSWERS
           END-PERFORM.

           IF ANS-AT-EOF OR ANS-KOI-ID NOT = RVC-KOI-ID
              ADD 1 TO COUNTER-NOT-ON-MASTER
              DISPLAY '*** ' RVC-KOI-ID ' ADJUDICATED '
                 RVC-VERDICT ' BUT NOT ON THE ANSWERS MASTER'
           ELSE
              IF RVC-VERDICT NOT = ANS-DESCRIPTION
                 PERFORM C100-WRITE-CHANGE
              ELSE
                 ADD 1 TO COUNTER-AGREED
              END-IF
              MOVE 'CLOSED' TO RVC-STATUS
              REWRITE REVIEW-CASE-RECORD
              IF WS-RVWMAST-STATUS NOT = '00'
                 DISPLAY '*** REVIEW MASTER REWRITE FAILED FOR '
                    RVC-KOI-ID ' (FILE STATUS ' WS-RVWMAST-STATUS ')'
              END-IF
           END-IF.
      *
       C100-WRITE-CHANGE.
           MOVE 'CHANGE' TO TRX-ACTION.
           MOVE RVC-KOI-ID TO TRX-KOI-ID.
           MOVE RVC-VERDICT TO TRX-DESCRIPTION.
           MOVE RVC-VERDICT-DATE TO TRX-DATE.
           MOVE RVC-REVIEWER TO TRX-SUBMITTER.
           MOVE SPACES TO TRX-FILLER.
           WRITE TRANSACT-RECORD.
           ADD 1 TO COUNTER-CHANGES.
           DISPLAY '  ' RVC-KOI-ID ' ' ANS-DESCRIPTION ' -> '
              RVC-VERDICT ' BY ' RVC-REVIEWER.
      *
       COPY ATRCALC.
