       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PNDUPD.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    MAKER-CHECKER CONTROL OVER THE ANSWERS MASTER. FILES EACH
      *    PROPOSED MAINTENANCE TRANSACTION ON THE KEYED PENDING-CHANGE
      *    FILE (SEE PNDREC.CPY) AND RECORDS EACH CHECKER'S DECISION ON
      *    IT, SO NO ONE PERSON CAN CHANGE THE TRUTH DATA ALONE --
      *    ANSMNT APPLIES ONLY ENTRIES A SECOND USER HAS APPROVED.
      *    PROPOSALS ARRIVE ON THE TRANSACT FILE IN THE LAYOUT ANSMNT
      *    ONCE READ DIRECTLY (KEYED BY HAND OR GENERATED BY RVWCORR),
      *    THE SUBMITTER BEING THE MAKER. DECISIONS ARRIVE ON THE
      *    CHKDECN FILE: APPROVE OR DECLINE, THE KOI ID AND THE CHECKER.
      *    WHO MAY DO WHAT COMES FROM THE AUTHORIZED-SUBMITTER CONTROL
      *    FILE (SEE AUTREC.CPY). A PROPOSAL IS REJECTED FOR AN UNKNOWN
      *    ACTION, A DISPOSITION THAT IS NOT A VALID CODE, A MAKER NOT
      *    AUTHORIZED TO PROPOSE THAT DISPOSITION, OR A KOI THAT ALREADY
      *    HAS A CHANGE PENDING OR APPROVED. A DECISION IS REJECTED FOR
      *    AN UNKNOWN ACTION, A KOI WITH NOTHING PENDING, A CHECKER WHO
      *    IS THE MAKER, OR A CHECKER NOT AUTHORIZED TO APPROVE THAT
      *    DISPOSITION. ANSMNT CHECKS THE MAKER AND CHECKER AGAIN
      *    AGAINST THE MASTER'S CURRENT DISPOSITION WHEN IT APPLIES THE
      *    CHANGE. PROPOSALS ARE FILED BEFORE DECISIONS ARE LOOKED AT,
      *    SO A CHANGE CAN BE PROPOSED AND APPROVED IN THE SAME RUN;
      *    NEITHER FILE NEED BE SORTED, AND EITHER MAY BE ABSENT. EVERY
      *    PROPOSAL AND DECISION, ACCEPTED OR REJECTED, IS APPENDED TO
      *    THE PERMANENT PENDING-CHANGE LOG, WHICH KEEPS WHO PROPOSED
      *    AND WHO APPROVED EACH CHANGE AFTER ITS ENTRY IS REPLACED.
      *    RETURN CODE 4 WHEN ANYTHING WAS REJECTED. THE PENDING-CHANGE
      *    FILE IS CREATED ON FIRST USE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TRANSACT ASSIGN TO TRANSACT.
           SELECT OPTIONAL CHKDECN ASSIGN TO CHKDECN.
           SELECT OPTIONAL PNDMAST ASSIGN TO PNDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-KOI-ID
               FILE STATUS IS WS-PNDMAST-STATUS.
           SELECT OPTIONAL PNDLOG ASSIGN TO PNDLOG
               FILE STATUS IS WS-PNDLOG-STATUS.
           SELECT OPTIONAL AUTHUSR ASSIGN TO AUTHUSR.
           SELECT OPTIONAL DISPFILE ASSIGN TO DISPFILE.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      *    TRANSACT HOLDS ONE PROPOSED MAINTENANCE TRANSACTION PER
      *    RECORD: THE ACTION (ADD/CHANGE/DELETE), THE KOI ID, THE NEW
      *    DISPOSITION (ADD/CHANGE ONLY), THE DATE THE CHANGE WAS
      *    REQUESTED AND THE MAKER WHO SUBMITTED IT. A ZERO DATE
      *    TAKES TODAY'S.
      *----------------------------------------------------------------
       FD  TRANSACT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  TRANSACT-RECORD.
           05  TRX-ACTION         PIC X(06).
           05  TRX-KOI-ID         PIC X(12).
           05  TRX-DESCRIPTION    PIC X(15).
           05  TRX-DATE           PIC 9(08).
           05  TRX-SUBMITTER      PIC X(08).
           05  FILLER             PIC X(31).

      *----------------------------------------------------------------
      *    CHKDECN HOLDS ONE CHECKER DECISION PER RECORD: THE ACTION
      *    (APPROVE/DECLINE), THE KOI ID OF THE PENDING CHANGE, THE
      *    CHECKER AND THE DECISION DATE. A ZERO DATE TAKES TODAY'S.
      *----------------------------------------------------------------
       FD  CHKDECN RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  CHECKER-DECISION-RECORD.
           05  CKD-ACTION         PIC X(08).
           05  CKD-KOI-ID         PIC X(12).
           05  CKD-CHECKER        PIC X(08).
           05  CKD-DATE           PIC 9(08).
           05  FILLER             PIC X(44).

       FD  PNDMAST RECORD CONTAINS 80 CHARACTERS.
       COPY PNDREC.

      *----------------------------------------------------------------
      *    PNDLOG RECEIVES ONE RECORD PER PROPOSAL OR DECISION,
      *    ACCEPTED OR REJECTED: WHO ACTED, WHAT THEY DID, THE KOI,
      *    THE PROPOSED DISPOSITION AND THE MAKER OF THE CHANGE.
      *    PNL-RESULT IS 'QUEUED', 'APPROVED', 'DECLINED' OR A REJECT
      *    REASON (BAD ACTN / BAD DISP / MKR AUTH / DUP PEND /
      *    NOT PEND / SELF APR / CHK AUTH).
      *----------------------------------------------------------------
       FD  PNDLOG RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
      *    DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN
      *    FILLER BECAUSE THE FILE SECTION DOES NOT HONOR THEIR VALUE
      *    CLAUSE AT RUN TIME -- E000-WRITE-LOG MOVES SPACES INTO THEM
      *    EXPLICITLY.
       01  PENDING-LOG-RECORD.
           05  PNL-DATE           PIC 9(08).
           05  PNL-DELIM-1        PIC X(01).
           05  PNL-USER           PIC X(08).
           05  PNL-DELIM-2        PIC X(01).
           05  PNL-ACTION         PIC X(08).
           05  PNL-DELIM-3        PIC X(01).
           05  PNL-KOI-ID         PIC X(12).
           05  PNL-DELIM-4        PIC X(01).
           05  PNL-DESCRIPTION    PIC X(15).
           05  PNL-DELIM-5        PIC X(01).
           05  PNL-MAKER          PIC X(08).
           05  PNL-DELIM-6        PIC X(01).
           05  PNL-RESULT         PIC X(08).
           05  PNL-FILLER         PIC X(07).

      *----------------------------------------------------------------
      *    AUTHUSR IS THE AUTHORIZED-SUBMITTER CONTROL FILE. IT IS
      *    REQUIRED -- Y900-LOAD-AUTHORITY ABORTS WHEN IT IS ABSENT.
      *----------------------------------------------------------------
       FD  AUTHUSR RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY AUTREC.

      *----------------------------------------------------------------
      *    DISPFILE IS THE OPTIONAL DISPOSITION-CODE CONTROL FILE,
      *    ONE CODE PER RECORD. WHEN IT IS ABSENT THE BUILT-IN CODES
      *    IN DISPCODE.CPY APPLY.
      *----------------------------------------------------------------
       FD  DISPFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY DCFREC.

       WORKING-STORAGE SECTION.

       COPY DISPCODE.
       COPY AUTTAB.

       01  WS-PNDMAST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PNDLOG-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

       01  WS-EOF-SWITCHES.
           05  WS-TRANS-EOF           PIC A(1) VALUE SPACE.
               88  TRANS-AT-EOF       VALUE 'Y'.
           05  WS-DECN-EOF            PIC A(1) VALUE SPACE.
               88  DECN-AT-EOF        VALUE 'Y'.

       01  WS-ENTRY-SWITCH                PIC X(01) VALUE 'N'.
           88  ENTRY-ON-FILE              VALUE 'Y'.
           88  ENTRY-NOT-ON-FILE          VALUE 'N'.

       01  WS-DISP-FOUND-SWITCH           PIC X(01) VALUE 'N'.
           88  DISP-CODE-FOUND            VALUE 'Y'.
           88  DISP-CODE-NOT-FOUND        VALUE 'N'.

       01  COUNTERS.
           05  COUNTER-PROPOSALS          PIC 9(6) VALUE ZERO.
           05  COUNTER-QUEUED             PIC 9(6) VALUE ZERO.
           05  COUNTER-DECISIONS          PIC 9(6) VALUE ZERO.
           05  COUNTER-APPROVED           PIC 9(6) VALUE ZERO.
           05  COUNTER-DECLINED           PIC 9(6) VALUE ZERO.
           05  COUNTER-REJECTED           PIC 9(6) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM Y000-LOAD-DISP-CODES.
           PERFORM Y900-LOAD-AUTHORITY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O PNDMAST.
           IF WS-PNDMAST-STATUS NOT = '00' AND NOT = '05'
              DISPLAY '*** CANNOT OPEN PENDING-CHANGE FILE (FILE '
                 'STATUS ' WS-PNDMAST-STATUS ') -- NOTHING FILED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND PNDLOG.
           IF WS-PNDLOG-STATUS = '35'
              OPEN OUTPUT PNDLOG
           END-IF.

           OPEN INPUT TRANSACT.
           PERFORM A100-READ-PROPOSAL.
           PERFORM UNTIL TRANS-AT-EOF
              PERFORM B000-FILE-PROPOSAL
              PERFORM A100-READ-PROPOSAL
           END-PERFORM.
           CLOSE TRANSACT.

           OPEN INPUT CHKDECN.
           PERFORM A200-READ-DECISION.
           PERFORM UNTIL DECN-AT-EOF
              PERFORM C000-APPLY-DECISION
              PERFORM A200-READ-DECISION
           END-PERFORM.
           CLOSE CHKDECN.

           CLOSE PNDMAST.
           CLOSE PNDLOG.

           DISPLAY COUNTER-PROPOSALS ' proposals read, '
              COUNTER-QUEUED ' queued for approval'.
           DISPLAY COUNTER-DECISIONS ' checker decisions read, '
              COUNTER-APPROVED ' approved, '
              COUNTER-DECLINED ' declined'.
           DISPLAY COUNTER-REJECTED ' proposals and decisions '
              'rejected'.
           IF COUNTER-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
       A100-READ-PROPOSAL.
           READ TRANSACT
           AT END SET TRANS-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-PROPOSALS
           END-READ.
      *
       A200-READ-DECISION.
           READ CHKDECN
           AT END SET DECN-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-DECISIONS
           END-READ.
      *
      *----------------------------------------------------------------
      *    B000-FILE-PROPOSAL VALIDATES ONE MAKER'S PROPOSAL AND FILES
      *    IT AS PENDING, EITHER AS A NEW ENTRY OR OVER A KOI'S
      *    SETTLED (DECLINED, APPLIED OR REJECTED) ONE. THE MAKER IS
      *    CHECKED AGAINST THE PROPOSED DISPOSITION ONLY; THE ONE THE
      *    MASTER CARRIES NOW IS CHECKED BY ANSMNT.
      *----------------------------------------------------------------
       B000-FILE-PROPOSAL.
           IF TRX-DATE = ZERO
              MOVE WS-RUN-DATE TO TRX-DATE
           END-IF.
           MOVE TRX-DATE TO PNL-DATE.
           MOVE TRX-SUBMITTER TO PNL-USER.
           MOVE TRX-ACTION TO PNL-ACTION.
           MOVE TRX-KOI-ID TO PNL-KOI-ID.
           MOVE TRX-DESCRIPTION TO PNL-DESCRIPTION.
           MOVE TRX-SUBMITTER TO PNL-MAKER.
           MOVE SPACES TO PNL-RESULT.

           IF TRX-ACTION = 'ADD   ' OR 'CHANGE'
              PERFORM D400-VALIDATE-DISP
           ELSE
              SET DISP-CODE-FOUND TO TRUE
           END-IF.
           MOVE TRX-SUBMITTER TO WS-AUTH-CHECK-USER.
           MOVE 'MAKER' TO WS-AUTH-CHECK-ROLE.
           MOVE SPACES TO WS-AUTH-CHECK-DISP (1).
           IF TRX-ACTION = 'DELETE'
              MOVE SPACES TO WS-AUTH-CHECK-DISP (2)
           ELSE
              MOVE TRX-DESCRIPTION TO WS-AUTH-CHECK-DISP (2)
           END-IF.
           PERFORM Y950-CHECK-AUTHORITY.

           MOVE TRX-KOI-ID TO PND-KOI-ID.
           READ PNDMAST
              INVALID KEY SET ENTRY-NOT-ON-FILE TO TRUE
              NOT INVALID KEY SET ENTRY-ON-FILE TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN TRX-ACTION NOT = 'ADD   ' AND NOT = 'CHANGE'
                                          AND NOT = 'DELETE'
                 MOVE 'BAD ACTN' TO PNL-RESULT
              WHEN DISP-CODE-NOT-FOUND
                 MOVE 'BAD DISP' TO PNL-RESULT
              WHEN AUTH-DENIED
                 MOVE 'MKR AUTH' TO PNL-RESULT
              WHEN ENTRY-ON-FILE AND PND-IS-OPEN
                 MOVE 'DUP PEND' TO PNL-RESULT
              WHEN OTHER
                 PERFORM B100-QUEUE-PROPOSAL
           END-EVALUATE.
           PERFORM E000-WRITE-LOG.
      *
       B100-QUEUE-PROPOSAL.
           MOVE SPACES TO PENDING-CHANGE-RECORD.
           MOVE TRX-KOI-ID TO PND-KOI-ID.
           MOVE 'PENDING' TO PND-STATUS.
           MOVE TRX-ACTION TO PND-ACTION.
           IF TRX-ACTION = 'DELETE'
              MOVE SPACES TO PND-DESCRIPTION
           ELSE
              MOVE TRX-DESCRIPTION TO PND-DESCRIPTION
           END-IF.
           MOVE TRX-DATE TO PND-PROPOSED-DATE.
           MOVE TRX-SUBMITTER TO PND-MAKER.
           MOVE ZERO TO PND-DECIDED-DATE.
           IF ENTRY-ON-FILE
              REWRITE PENDING-CHANGE-RECORD
           ELSE
              WRITE PENDING-CHANGE-RECORD
           END-IF.
           IF WS-PNDMAST-STATUS NOT = '00'
              DISPLAY '*** PENDING-CHANGE FILE UPDATE FAILED FOR '
                 TRX-KOI-ID ' (FILE STATUS ' WS-PNDMAST-STATUS ')'
           END-IF.
           MOVE 'QUEUED  ' TO PNL-RESULT.
           ADD 1 TO COUNTER-QUEUED.
      *
      *----------------------------------------------------------------
      *    C000-APPLY-DECISION RECORDS ONE CHECKER'S DECISION ON A
      *    PENDING ENTRY. THE CHECKER MUST NOT BE THE MAKER AND MUST
      *    BE AUTHORIZED TO APPROVE THE PROPOSED DISPOSITION; A
      *    DECLINE IS HELD TO THE SAME RULE, SO ONLY A QUALIFIED
      *    SECOND USER CAN SETTLE A PROPOSAL EITHER WAY.
      *----------------------------------------------------------------
       C000-APPLY-DECISION.
           IF CKD-DATE = ZERO
              MOVE WS-RUN-DATE TO CKD-DATE
           END-IF.
           MOVE CKD-DATE TO PNL-DATE.
           MOVE CKD-CHECKER TO PNL-USER.
           MOVE CKD-ACTION TO PNL-ACTION.
           MOVE CKD-KOI-ID TO PNL-KOI-ID.
           MOVE SPACES TO PNL-DESCRIPTION.
           MOVE SPACES TO PNL-MAKER.
           MOVE SPACES TO PNL-RESULT.

           MOVE CKD-KOI-ID TO PND-KOI-ID.
           READ PNDMAST
              INVALID KEY SET ENTRY-NOT-ON-FILE TO TRUE
              NOT INVALID KEY
                 SET ENTRY-ON-FILE TO TRUE
                 MOVE PND-DESCRIPTION TO PNL-DESCRIPTION
                 MOVE PND-MAKER TO PNL-MAKER
           END-READ.

           IF ENTRY-ON-FILE
              MOVE CKD-CHECKER TO WS-AUTH-CHECK-USER
              MOVE 'CHECKER' TO WS-AUTH-CHECK-ROLE
              MOVE SPACES TO WS-AUTH-CHECK-DISP (1)
              MOVE PND-DESCRIPTION TO WS-AUTH-CHECK-DISP (2)
              PERFORM Y950-CHECK-AUTHORITY
           END-IF.

           EVALUATE TRUE
              WHEN CKD-ACTION NOT = 'APPROVE ' AND NOT = 'DECLINE '
                 MOVE 'BAD ACTN' TO PNL-RESULT
              WHEN ENTRY-NOT-ON-FILE
                 MOVE 'NOT PEND' TO PNL-RESULT
              WHEN NOT PND-IS-PENDING
                 MOVE 'NOT PEND' TO PNL-RESULT
              WHEN CKD-CHECKER = PND-MAKER
                 MOVE 'SELF APR' TO PNL-RESULT
              WHEN AUTH-DENIED
                 MOVE 'CHK AUTH' TO PNL-RESULT
              WHEN OTHER
                 PERFORM C100-RECORD-DECISION
           END-EVALUATE.
           PERFORM E000-WRITE-LOG.
      *
       C100-RECORD-DECISION.
           IF CKD-ACTION = 'APPROVE '
              MOVE 'APPROVED' TO PND-STATUS
              ADD 1 TO COUNTER-APPROVED
           ELSE
              MOVE 'DECLINED' TO PND-STATUS
              ADD 1 TO COUNTER-DECLINED
           END-IF.
           MOVE CKD-CHECKER TO PND-CHECKER.
           MOVE CKD-DATE TO PND-DECIDED-DATE.
           REWRITE PENDING-CHANGE-RECORD.
           IF WS-PNDMAST-STATUS NOT = '00'
              DISPLAY '*** PENDING-CHANGE FILE REWRITE FAILED FOR '
                 CKD-KOI-ID ' (FILE STATUS ' WS-PNDMAST-STATUS ')'
           END-IF.
           MOVE PND-STATUS TO PNL-RESULT.
      *
      *----------------------------------------------------------------
      *    D400-VALIDATE-DISP LOOKS UP TRX-DESCRIPTION IN THE VALID
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
              WHEN DISP-CODE-ENTRY (DISP-IDX) = TRX-DESCRIPTION
                 SET DISP-CODE-FOUND TO TRUE
           END-SEARCH.
      *
      *----------------------------------------------------------------
      *    E000-WRITE-LOG LOGS THE CURRENT PROPOSAL OR DECISION WITH
      *    THE RESULT ITS CALLER ALREADY SET, AND COUNTS A REJECT.
      *----------------------------------------------------------------
       E000-WRITE-LOG.
           MOVE SPACE TO PNL-DELIM-1.
           MOVE SPACE TO PNL-DELIM-2.
           MOVE SPACE TO PNL-DELIM-3.
           MOVE SPACE TO PNL-DELIM-4.
           MOVE SPACE TO PNL-DELIM-5.
           MOVE SPACE TO PNL-DELIM-6.
           MOVE SPACES TO PNL-FILLER.
           WRITE PENDING-LOG-RECORD.
           IF PNL-RESULT NOT = 'QUEUED  ' AND NOT = 'APPROVED'
                                          AND NOT = 'DECLINED'
              ADD 1 TO COUNTER-REJECTED
              DISPLAY '  ' PNL-ACTION ' ' PNL-KOI-ID ' BY '
                 PNL-USER ' REJECTED ' PNL-RESULT
           END-IF.
      *
       COPY DISPLOAD.
       COPY AUTLOAD.
