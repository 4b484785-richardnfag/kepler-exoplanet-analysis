       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RVWUPD.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    WORKS THE REVIEW CASES ON THE KEYED REVIEW MASTER (SEE
      *    RVCREC.CPY) FROM A REVIEWER-DECISION TRANSACTION FILE, SO
      *    VERDICTS ARE RECORDED ON THE CASE INSTEAD OF IN A
      *    SPREADSHEET. FOUR DECISIONS ARE ACCEPTED: ASSIGN (NAMES THE
      *    REVIEWER WORKING THE CASE), VERDICT (RECORDS THE REVIEWER'S
      *    DISPOSITION AND MOVES THE CASE TO ADJUDICATED), ESCALATE
      *    (PASSES THE CASE TO A SENIOR REVIEWER, WITHDRAWING ANY
      *    VERDICT) AND CLOSE (SETTLES THE CASE WITH NO CORRECTION).
      *    A DECISION FOR A KOI WITH NO CASE, FOR A CLOSED CASE, WITH
      *    NO REVIEWER, WITH AN UNKNOWN ACTION OR WITH A VERDICT THAT
      *    IS NOT A VALID DISPOSITION CODE IS REJECTED. EVERY DECISION,
      *    APPLIED OR REJECTED, IS LOGGED TO THE REVIEW LOG WITH THE
      *    CASE STATUS IT FOUND. THE DECISIONS ARE APPLIED BY KEY IN
      *    ARRIVAL ORDER, SO THE FILE NEED NOT BE SORTED. RETURN CODE
      *    4 WHEN ANY DECISION WAS REJECTED. THE CORRECTIONS THE
      *    VERDICTS IMPLY ARE GENERATED SEPARATELY BY RVWCORR.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RVWDECN ASSIGN TO RVWDECN.
           SELECT RVWMAST ASSIGN TO RVWMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RVC-KOI-ID
               FILE STATUS IS WS-RVWMAST-STATUS.
           SELECT RVWLOG ASSIGN TO RVWLOG.
           SELECT OPTIONAL DISPFILE ASSIGN TO DISPFILE.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      *    RVWDECN HOLDS ONE REVIEWER DECISION PER RECORD: THE ACTION
      *    (ASSIGN/VERDICT/ESCALATE/CLOSE), THE KOI ID OF THE CASE,
      *    THE REVIEWER MAKING THE DECISION (OR, FOR ASSIGN AND
      *    ESCALATE, THE REVIEWER THE CASE GOES TO), THE VERDICT
      *    DISPOSITION (VERDICT ONLY) AND THE DECISION DATE. A ZERO
      *    DATE TAKES TODAY'S.
      *----------------------------------------------------------------
       FD  RVWDECN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  DECISION-RECORD.
           05  RVD-ACTION         PIC X(08).
           05  RVD-KOI-ID         PIC X(12).
           05  RVD-REVIEWER       PIC X(08).
           05  RVD-VERDICT        PIC X(15).
           05  RVD-DATE           PIC 9(08).
           05  FILLER             PIC X(29).

       FD  RVWMAST RECORD CONTAINS 80 CHARACTERS.
       COPY RVCREC.

      *----------------------------------------------------------------
      *    RVWLOG RECEIVES ONE RECORD PER DECISION, APPLIED OR
      *    REJECTED, WITH THE CASE STATUS FOUND BEFORE IT WAS APPLIED.
      *    RVL-RESULT IS 'APPLIED' OR A REJECT REASON (BAD ACTN /
      *    BAD DISP / NOT FND / NO RVWR / CLOSED).
      *----------------------------------------------------------------
       FD  RVWLOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
      *    DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN
      *    FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE
      *    CLAUSE AT RUN TIME -- E000-WRITE-LOG MOVES SPACES INTO THEM
      *    EXPLICITLY.
       01  REVIEW-LOG-RECORD.
           05  RVL-DATE           PIC 9(08).
           05  RVL-DELIM-1        PIC X(01).
           05  RVL-REVIEWER       PIC X(08).
           05  RVL-DELIM-2        PIC X(01).
           05  RVL-ACTION         PIC X(08).
           05  RVL-DELIM-3        PIC X(01).
           05  RVL-KOI-ID         PIC X(12).
           05  RVL-DELIM-4        PIC X(01).
           05  RVL-OLD-STATUS     PIC X(11).
           05  RVL-DELIM-5        PIC X(01).
           05  RVL-VERDICT        PIC X(15).
           05  RVL-DELIM-6        PIC X(01).
           05  RVL-RESULT         PIC X(08).
           05  RVL-FILLER         PIC X(04).

      *----------------------------------------------------------------
      *    DISPFILE IS THE OPTIONAL DISPOSITION-CODE CONTROL FILE,
      *    ONE CODE PER RECORD. WHEN IT IS ABSENT THE BUILT-IN CODES
      *    IN DISPCODE.CPY APPLY.
      *----------------------------------------------------------------
       FD  DISPFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY DCFREC.

       WORKING-STORAGE SECTION.

       COPY DISPCODE.

       01  WS-RVWMAST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

       01  WS-DECN-EOF                    PIC A(1) VALUE SPACE.
           88  DECN-AT-EOF                VALUE 'Y'.

       01  WS-DISP-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  DISP-CODE-FOUND            VALUE 'Y'.
           88  DISP-CODE-NOT-FOUND        VALUE 'N'.

       01  COUNTERS.
           05  COUNTER-READ               PIC 9(6) VALUE ZERO.
           05  COUNTER-APPLIED            PIC 9(6) VALUE ZERO.
           05  COUNTER-REJECTED           PIC 9(6) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM Y000-LOAD-DISP-CODES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O RVWMAST.
           IF WS-RVWMAST-STATUS NOT = '00'
              DISPLAY '*** CANNOT OPEN REVIEW MASTER (FILE STATUS '
                 WS-RVWMAST-STATUS ') -- RUN RVWLOAD FIRST'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT RVWDECN.
           OPEN OUTPUT RVWLOG.

           PERFORM A100-READ-DECISION.
           PERFORM UNTIL DECN-AT-EOF
              PERFORM B000-APPLY-DECISION
              PERFORM A100-READ-DECISION
           END-PERFORM.

           CLOSE RVWDECN.
           CLOSE RVWMAST.
           CLOSE RVWLOG.

           DISPLAY COUNTER-READ ' reviewer decisions read, '
              COUNTER-APPLIED ' applied, '
              COUNTER-REJECTED ' rejected'.
           IF COUNTER-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
       A100-READ-DECISION.
           READ RVWDECN
           AT END SET DECN-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-READ
           END-READ.
      *
      *----------------------------------------------------------------
      *    B000-APPLY-DECISION READS THE CASE FOR ONE DECISION AND
      *    HANDS IT TO THE PARAGRAPH FOR ITS ACTION. A MISSING OR
      *    CLOSED CASE AND A DECISION WITH NO REVIEWER ARE REJECTED
      *    BEFORE ANY ACTION IS LOOKED AT.
      *----------------------------------------------------------------
       B000-APPLY-DECISION.
           IF RVD-DATE = ZERO
              MOVE WS-RUN-DATE TO RVD-DATE
           END-IF.
           MOVE RVD-KOI-ID TO RVC-KOI-ID.
           READ RVWMAST
              INVALID KEY
                 MOVE SPACES TO RVL-OLD-STATUS
                 MOVE 'NOT FND ' TO RVL-RESULT
              NOT INVALID KEY
                 MOVE RVC-STATUS TO RVL-OLD-STATUS
                 MOVE SPACES TO RVL-RESULT
           END-READ.

           EVALUATE TRUE
              WHEN RVL-RESULT NOT = SPACES
                 CONTINUE
              WHEN RVC-IS-CLOSED
                 MOVE 'CLOSED  ' TO RVL-RESULT
              WHEN RVD-REVIEWER = SPACES
                 MOVE 'NO RVWR ' TO RVL-RESULT
              WHEN RVD-ACTION = 'ASSIGN  '
                 PERFORM C100-APPLY-ASSIGN
              WHEN RVD-ACTION = 'VERDICT '
                 PERFORM C200-APPLY-VERDICT
              WHEN RVD-ACTION = 'ESCALATE'
                 PERFORM C300-APPLY-ESCALATE
              WHEN RVD-ACTION = 'CLOSE   '
                 PERFORM C400-APPLY-CLOSE
              WHEN OTHER
                 MOVE 'BAD ACTN' TO RVL-RESULT
           END-EVALUATE.

           IF RVL-RESULT = 'APPLIED '
              REWRITE REVIEW-CASE-RECORD
              IF WS-RVWMAST-STATUS NOT = '00'
                 DISPLAY '*** REVIEW MASTER REWRITE FAILED FOR '
                    RVD-KOI-ID ' (FILE STATUS ' WS-RVWMAST-STATUS ')'
              END-IF
           END-IF.
           PERFORM E000-WRITE-LOG.
      *
      *----------------------------------------------------------------
      *    C100-APPLY-ASSIGN NAMES THE REVIEWER WORKING THE CASE. THE
      *    CASE STATUS IS UNCHANGED.
      *----------------------------------------------------------------
       C100-APPLY-ASSIGN.
           MOVE RVD-REVIEWER TO RVC-REVIEWER.
           MOVE 'APPLIED ' TO RVL-RESULT.
      *
      *----------------------------------------------------------------
      *    C200-APPLY-VERDICT RECORDS THE REVIEWER'S DISPOSITION. THE
      *    REVIEWER GIVING THE VERDICT BECOMES THE CASE REVIEWER, SO
      *    THE CORRECTION IS ATTRIBUTED TO WHOEVER DECIDED IT. A LATER
      *    VERDICT ON AN ADJUDICATED CASE REPLACES THE EARLIER ONE
      *    UNTIL RVWCORR HAS ACTED ON IT.
      *----------------------------------------------------------------
       C200-APPLY-VERDICT.
           PERFORM D400-VALIDATE-DISP.
           IF DISP-CODE-NOT-FOUND
              MOVE 'BAD DISP' TO RVL-RESULT
           ELSE
              MOVE RVD-REVIEWER TO RVC-REVIEWER
              MOVE RVD-VERDICT TO RVC-VERDICT
              MOVE RVD-DATE TO RVC-VERDICT-DATE
              MOVE 'ADJUDICATED' TO RVC-STATUS
              MOVE 'APPLIED ' TO RVL-RESULT
           END-IF.
      *
      *----------------------------------------------------------------
      *    C300-APPLY-ESCALATE PASSES THE CASE TO THE NAMED SENIOR
      *    REVIEWER. ANY VERDICT ALREADY GIVEN IS WITHDRAWN, SINCE AN
      *    ESCALATED CASE MUST NOT GENERATE A CORRECTION.
      *----------------------------------------------------------------
       C300-APPLY-ESCALATE.
           MOVE RVD-REVIEWER TO RVC-REVIEWER.
           MOVE SPACES TO RVC-VERDICT.
           MOVE ZERO TO RVC-VERDICT-DATE.
           MOVE 'ESCALATED' TO RVC-STATUS.
           MOVE 'APPLIED ' TO RVL-RESULT.
      *
      *----------------------------------------------------------------
      *    C400-APPLY-CLOSE SETTLES THE CASE WITH NO CORRECTION -- THE
      *    REVIEWER FOUND THE ANSWERS MASTER RIGHT OR THE ROW NOT
      *    WORTH ACTING ON.
      *----------------------------------------------------------------
       C400-APPLY-CLOSE.
           MOVE RVD-REVIEWER TO RVC-REVIEWER.
           MOVE RVD-DATE TO RVC-VERDICT-DATE.
           MOVE 'CLOSED' TO RVC-STATUS.
           MOVE 'APPLIED ' TO RVL-RESULT.
      *
      *----------------------------------------------------------------
      *    D400-VALIDATE-DISP LOOKS UP RVD-VERDICT IN THE VALID
      *    DISPOSITION CODES, THE SAME TABLE ANSMNT VALIDATES ITS
      *    TRANSACTIONS AGAINST.
      *----------------------------------------------------------------
       D400-VALIDATE-DISP.
      *    THE GUARD WHEN STOPS THE SEARCH AT THE LOADED CODE COUNT,
      *    SO A BLANK FIELD CANNOT MATCH AN UNUSED (SPACES) ENTRY.
           SET DISP-CODE-NOT-FOUND TO TRUE.
           SET DISP-IDX TO 1.
           SEARCH DISP-CODE-ENTRY
              AT END SET DISP-CODE-NOT-FOUND TO TRUE
              WHEN DISP-IDX > DISP-CODE-COUNT
                 SET DISP-CODE-NOT-FOUND TO TRUE
              WHEN DISP-CODE-ENTRY (DISP-IDX) = RVD-VERDICT
                 SET DISP-CODE-FOUND TO TRUE
           END-SEARCH.
      *
      *----------------------------------------------------------------
      *    E000-WRITE-LOG LOGS THE CURRENT DECISION WITH THE RESULT
      *    ITS CALLER ALREADY SET, AND BUMPS THE APPLIED OR REJECTED
      *    COUNTER TO MATCH.
      *----------------------------------------------------------------
       E000-WRITE-LOG.
           MOVE RVD-DATE TO RVL-DATE.
           MOVE RVD-REVIEWER TO RVL-REVIEWER.
           MOVE RVD-ACTION TO RVL-ACTION.
           MOVE RVD-KOI-ID TO RVL-KOI-ID.
           MOVE RVD-VERDICT TO RVL-VERDICT.
           MOVE SPACE TO RVL-DELIM-1.
           MOVE SPACE TO RVL-DELIM-2.
           MOVE SPACE TO RVL-DELIM-3.
           MOVE SPACE TO RVL-DELIM-4.
           MOVE SPACE TO RVL-DELIM-5.
           MOVE SPACE TO RVL-DELIM-6.
           MOVE SPACES TO RVL-FILLER.
           WRITE REVIEW-LOG-RECORD.
           IF RVL-RESULT = 'APPLIED '
              ADD 1 TO COUNTER-APPLIED
           ELSE
              ADD 1 TO COUNTER-REJECTED
           END-IF.
      *
       COPY DISPLOAD.
