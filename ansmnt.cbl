      *    MASTER RECORDS WRITTEN AND THE FINAL RETURN CODE -- SO THE
      *    RUNBAL BALANCING STEP CAN VERIFY THE NIGHT'S COUNTS TIE
      *    OUT.
      *    VERIFIES THE OLD MASTER AGAINST ITS TRAILER CONTROL RECORD
      *    (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE APPLYING ANYTHING,
      *    ENDING WITH RETURN-CODE 16 WHEN THE ROWS ON THE FILE DO NOT
      *    MATCH IT, AND STAMPS THE NEW MASTER WITH A TRAILER OF ITS
      *    OWN -- RECORD COUNT, COUNT PER DISPOSITION, CONTENT HASH,
      *    PROGRAM AND DATE -- AS ITS LAST RECORD.
      *    APPLIES ONLY CHANGES A SECOND USER HAS APPROVED. THE
      *    TRANSACTIONS NOW COME FROM THE KEYED PENDING-CHANGE FILE
      *    (SEE PNDREC.CPY) THAT PNDUPD FILES PROPOSALS AND CHECKER
      *    DECISIONS ON, READ IN KEY ORDER; ENTRIES STILL PENDING ARE
      *    LEFT FOR A LATER CYCLE, AND EACH APPROVED ENTRY IS MARKED
      *    APPLIED OR REJECTED ONCE IT HAS BEEN AUDITED. THE MAKER AND
      *    CHECKER ARE CHECKED AGAINST THE AUTHORIZED-SUBMITTER CONTROL
      *    FILE (SEE AUTREC.CPY / AUTLOAD.CPY) FOR THE DISPOSITION THE
      *    MASTER CARRIES NOW AS WELL AS THE ONE PROPOSED, SO AUTHORITY
      *    WITHDRAWN AFTER APPROVAL STILL STOPS THE CHANGE. A CHECKER
      *    WHO IS THE MAKER IS REJECTED AS SELF APR, A MAKER WITHOUT
      *    THAT AUTHORITY AS MKR AUTH AND A CHECKER WITHOUT IT AS CHK
      *    AUTH. THE AUDIT SUBMITTER IS THE MAKER; THE CHECKER STAYS ON
      *    THE PENDING ENTRY AND THE PENDING-CHANGE LOG.
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
           SELECT ANSWERS ASSIGN TO ANSWERS.
           SELECT NEWANS ASSIGN TO NEWANS.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG.
           SELECT OPTIONAL DISPFILE ASSIGN TO DISPFILE.
           SELECT OPTIONAL AUTHUSR ASSIGN TO AUTHUSR.
           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       FILE SECTION.

      *----------------------------------------------------------------
      *    PNDMAST IS THE KEYED PENDING-CHANGE FILE, ONE PROPOSED
      *    CHANGE PER KOI. ITS KEY ORDER IS THE ASCENDING KOI ID ORDER
      *    THE MATCHING LOGIC REQUIRES.
      *----------------------------------------------------------------
       FD  PNDMAST RECORD CONTAINS 80 CHARACTERS.
       COPY PNDREC.

       FD  ANSWERS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==ANS-RECORD==
      *    REJECTED, WITH THE BEFORE AND AFTER DISPOSITION IMAGES SO
      *    EVERY CHANGE TO THE TRUTH DATA CAN BE TRACED BACK TO A DATE
      *    AND A SUBMITTER. AUD-STATUS IS 'APPLIED' OR A REJECT REASON
      *    (BAD ACTN / BAD DISP / DUP ADD / NOT FND / SEQ ERR /
      *    SELF APR / MKR AUTH / CHK AUTH).
      *----------------------------------------------------------------
       FD  AUDIT-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
      *    DELIMITER AND TRAILING FILLER FIELDS ARE NAMED RATHER THAN
       FD  DISPFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY DCFREC.

      *----------------------------------------------------------------
      *    AUTHUSR IS THE AUTHORIZED-SUBMITTER CONTROL FILE. IT IS
      *    REQUIRED -- Y900-LOAD-AUTHORITY ABORTS WHEN IT IS ABSENT.
      *----------------------------------------------------------------
       FD  AUTHUSR RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY AUTREC.

      *----------------------------------------------------------------
      *    RUNCTL IS THE SHARED RUN-CONTROL FILE EVERY PIPELINE STEP
      *    APPENDS ITS STEP RECORD TO, BALANCED BY RUNBAL AT THE END
       WORKING-STORAGE SECTION.

       COPY DISPCODE.
       COPY ATRREC.
       COPY AUTTAB.

       01  WS-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PNDMAST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUN-LABEL                   PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

           05  WS-ANS-EOF             PIC A(1) VALUE SPACE.
               88  ANS-AT-EOF         VALUE 'Y'.

      *----------------------------------------------------------------
      *    THE APPROVED CHANGE BEING APPLIED: THE ACTION, KOI ID, NEW
      *    DISPOSITION (ADD/CHANGE ONLY), THE DATE THE CHANGE WAS
      *    REQUESTED, THE MAKER WHO SUBMITTED IT AND THE CHECKER WHO
      *    APPROVED IT, TAKEN FROM THE PENDING ENTRY.
      *----------------------------------------------------------------
       01  TRANSACT-RECORD.
           05  TRX-ACTION         PIC X(06).
           05  TRX-KOI-ID         PIC X(12).
           05  TRX-DESCRIPTION    PIC X(15).
           05  TRX-DATE           PIC 9(08).
           05  TRX-SUBMITTER      PIC X(08).
           05  TRX-CHECKER        PIC X(08).

       01  WS-APPROVAL-RESULT         PIC X(08) VALUE SPACES.

      *----------------------------------------------------------------
      *    THE WORK RECORD HOLDS THE MASTER RECORD FOR THE KOI ID
      *    CURRENTLY BEING PROCESSED. IT IS ALLOCATED WHEN THE KEY
           05  COUNTER-REJECTED           PIC 9(6) VALUE ZERO.
           05  COUNTER-OLD-MASTER         PIC 9(6) VALUE ZERO.
           05  COUNTER-NEW-MASTER         PIC 9(6) VALUE ZERO.
           05  COUNTER-WAITING            PIC 9(6) VALUE ZERO.


      ****************************************************************
      *
       A000-START.
           PERFORM Y000-LOAD-DISP-CODES.
           PERFORM Y900-LOAD-AUTHORITY.
           PERFORM Y500-VERIFY-ANSWERS.
           PERFORM Y600-RESET-TRAILER-TOTALS.
           MOVE 'ANSMNT' TO ATW-STAMP-PROGRAM.

           OPEN I-O PNDMAST.
           IF WS-PNDMAST-STATUS NOT = '00'
              DISPLAY '*** CANNOT OPEN PENDING-CHANGE FILE (FILE '
                 'STATUS ' WS-PNDMAST-STATUS ') -- RUN PNDUPD FIRST'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ANSWERS.
           OPEN OUTPUT NEWANS.
           OPEN OUTPUT AUDIT-FILE.
              PERFORM B000-PROCESS-KEY-GROUP
           END-PERFORM.

           PERFORM Y700-BUILD-TRAILER.
           WRITE NEW-RECORD FROM ANS-TRAILER-RECORD.

           CLOSE PNDMAST.
           CLOSE ANSWERS.
           CLOSE NEWANS.
           CLOSE AUDIT-FILE.

           DISPLAY COUNTER-TRANS ' approved transactions read, '
              COUNTER-APPLIED ' applied, '
              COUNTER-REJECTED ' rejected'.
           DISPLAY COUNTER-WAITING ' changes still waiting for '
              'approval'.
           DISPLAY COUNTER-OLD-MASTER ' old master records in, '
              COUNTER-NEW-MASTER ' new master records out'.

              MOVE WS-WORK-RECORD TO NEW-RECORD
              WRITE NEW-RECORD
              ADD 1 TO COUNTER-NEW-MASTER
              MOVE NEW-KOI-ID TO ATW-KOI-ID
              MOVE NEW-DESCRIPTION TO ATW-DESCRIPTION
              PERFORM Y610-ADD-TO-TRAILER-TOTALS
           END-IF.
      *
       B100-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO COUNTER-OLD-MASTER
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
              MOVE TRX-KOI-ID TO WS-PREV-TRX-KEY
           END-IF.
      *
      *----------------------------------------------------------------
      *    C100-READ-TRANS MOVES TO THE NEXT APPROVED ENTRY ON THE
      *    PENDING-CHANGE FILE, COUNTING THE ONES STILL WAITING FOR A
      *    CHECKER, AND LOADS IT AS THE CURRENT TRANSACTION. SETTLED
      *    ENTRIES (DECLINED, APPLIED, REJECTED) ARE PASSED OVER.
      *----------------------------------------------------------------
       C100-READ-TRANS.
           PERFORM C200-READ-PENDING.
           PERFORM UNTIL TRANS-AT-EOF OR PND-IS-APPROVED
              PERFORM C200-READ-PENDING
           END-PERFORM.
           IF NOT TRANS-AT-EOF
              ADD 1 TO COUNTER-TRANS
              MOVE PND-ACTION TO TRX-ACTION
              MOVE PND-KOI-ID TO TRX-KOI-ID
              MOVE PND-DESCRIPTION TO TRX-DESCRIPTION
              MOVE PND-PROPOSED-DATE TO TRX-DATE
              MOVE PND-MAKER TO TRX-SUBMITTER
              MOVE PND-CHECKER TO TRX-CHECKER
           END-IF.
      *
       C200-READ-PENDING.
           READ PNDMAST NEXT
           AT END SET TRANS-AT-EOF TO TRUE
           NOT AT END
              IF PND-IS-PENDING
                 ADD 1 TO COUNTER-WAITING
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
      *    D000-APPLY-TRANS APPLIES ONE TRANSACTION FOR THE ACTIVE KEY
      *    TO THE WORK RECORD. AN UNRECOGNIZED ACTION IS REJECTED HERE;
      *    THE PER-ACTION PARAGRAPHS REJECT DUPLICATE ADDS, CHANGES OR
      *    DELETES OF A KEY THAT IS NOT ON THE MASTER, DISPOSITIONS
      *    THAT ARE NOT IN DISPCODE.CPY, AND CHANGES D500 FINDS NOT
      *    PROPERLY APPROVED.
      *----------------------------------------------------------------
       D000-APPLY-TRANS.
           EVALUATE TRX-ACTION
      *
       D100-APPLY-ADD.
           PERFORM D400-VALIDATE-DISP.
           MOVE SPACES TO WS-AUTH-CHECK-DISP (1).
           MOVE TRX-DESCRIPTION TO WS-AUTH-CHECK-DISP (2).
           PERFORM D500-CHECK-APPROVAL.
           EVALUATE TRUE
              WHEN DISP-CODE-NOT-FOUND
                 MOVE SPACES TO AUD-BEFORE-IMAGE
                 MOVE WORK-DESCRIPTION TO AUD-BEFORE-IMAGE
                 MOVE TRX-DESCRIPTION TO AUD-AFTER-IMAGE
                 MOVE 'DUP ADD ' TO AUD-STATUS
              WHEN WS-APPROVAL-RESULT NOT = SPACES
                 MOVE SPACES TO AUD-BEFORE-IMAGE
                 MOVE TRX-DESCRIPTION TO AUD-AFTER-IMAGE
                 MOVE WS-APPROVAL-RESULT TO AUD-STATUS
              WHEN OTHER
                 MOVE SPACES TO WS-WORK-RECORD
                 MOVE TRX-KOI-ID TO WORK-KOI-ID
      *
       D200-APPLY-CHANGE.
           PERFORM D400-VALIDATE-DISP.
           IF WORK-ALLOCATED
              MOVE WORK-DESCRIPTION TO WS-AUTH-CHECK-DISP (1)
           ELSE
              MOVE SPACES TO WS-AUTH-CHECK-DISP (1)
           END-IF.
           MOVE TRX-DESCRIPTION TO WS-AUTH-CHECK-DISP (2).
           PERFORM D500-CHECK-APPROVAL.
           EVALUATE TRUE
              WHEN DISP-CODE-NOT-FOUND
                 MOVE SPACES TO AUD-BEFORE-IMAGE
                 MOVE SPACES TO AUD-BEFORE-IMAGE
                 MOVE TRX-DESCRIPTION TO AUD-AFTER-IMAGE
                 MOVE 'NOT FND ' TO AUD-STATUS
              WHEN WS-APPROVAL-RESULT NOT = SPACES
                 MOVE WORK-DESCRIPTION TO AUD-BEFORE-IMAGE
                 MOVE TRX-DESCRIPTION TO AUD-AFTER-IMAGE
                 MOVE WS-APPROVAL-RESULT TO AUD-STATUS
              WHEN OTHER
                 MOVE WORK-DESCRIPTION TO AUD-BEFORE-IMAGE
                 MOVE TRX-DESCRIPTION TO WORK-DESCRIPTION
           PERFORM E000-WRITE-AUDIT.
      *
       D300-APPLY-DELETE.
           IF WORK-ALLOCATED
              MOVE WORK-DESCRIPTION TO WS-AUTH-CHECK-DISP (1)
           ELSE
              MOVE SPACES TO WS-AUTH-CHECK-DISP (1)
           END-IF.
           MOVE SPACES TO WS-AUTH-CHECK-DISP (2).
           PERFORM D500-CHECK-APPROVAL.
           EVALUATE TRUE
              WHEN WORK-FREE
                 MOVE SPACES TO AUD-BEFORE-IMAGE
                 MOVE SPACES TO AUD-AFTER-IMAGE
                 MOVE 'NOT FND ' TO AUD-STATUS
              WHEN WS-APPROVAL-RESULT NOT = SPACES
                 MOVE WORK-DESCRIPTION TO AUD-BEFORE-IMAGE
                 MOVE SPACES TO AUD-AFTER-IMAGE
                 MOVE WS-APPROVAL-RESULT TO AUD-STATUS
              WHEN OTHER
                 MOVE WORK-DESCRIPTION TO AUD-BEFORE-IMAGE
                 MOVE SPACES TO AUD-AFTER-IMAGE
                 SET WORK-FREE TO TRUE
                 MOVE 'APPLIED ' TO AUD-STATUS
           END-EVALUATE.
           PERFORM E000-WRITE-AUDIT.
      *
      *----------------------------------------------------------------
           END-SEARCH.
      *
      *----------------------------------------------------------------
      *    D500-CHECK-APPROVAL SETS WS-APPROVAL-RESULT TO SPACES WHEN
      *    THE CURRENT CHANGE WAS APPROVED BY A SECOND USER AND BOTH
      *    USERS MAY CHANGE EVERY DISPOSITION IT TOUCHES -- THE ONE
      *    THE MASTER CARRIES NOW AND THE ONE PROPOSED, WHICH THE
      *    CALLER HAS MOVED INTO WS-AUTH-CHECK-DISP -- AND TO THE
      *    REJECT REASON OTHERWISE.
      *----------------------------------------------------------------
       D500-CHECK-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-RESULT.
           IF TRX-CHECKER = TRX-SUBMITTER
              MOVE 'SELF APR' TO WS-APPROVAL-RESULT
           ELSE
              MOVE TRX-SUBMITTER TO WS-AUTH-CHECK-USER
              MOVE 'MAKER' TO WS-AUTH-CHECK-ROLE
              PERFORM Y950-CHECK-AUTHORITY
              IF AUTH-DENIED
                 MOVE 'MKR AUTH' TO WS-APPROVAL-RESULT
              ELSE
                 MOVE TRX-CHECKER TO WS-AUTH-CHECK-USER
                 MOVE 'CHECKER' TO WS-AUTH-CHECK-ROLE
                 PERFORM Y950-CHECK-AUTHORITY
                 IF AUTH-DENIED
                    MOVE 'CHK AUTH' TO WS-APPROVAL-RESULT
                 END-IF
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    E000-WRITE-AUDIT LOGS THE CURRENT TRANSACTION WITH THE
      *    BEFORE/AFTER IMAGES AND STATUS ITS CALLER ALREADY SET, AND
      *    BUMPS THE APPLIED OR REJECTED COUNTER TO MATCH. THE PENDING
      *    ENTRY IT CAME FROM -- STILL THE LAST RECORD READ FROM
      *    PNDMAST -- IS MARKED APPLIED OR REJECTED SO IT IS NOT
      *    OFFERED AGAIN.
      *----------------------------------------------------------------
       E000-WRITE-AUDIT.
           MOVE TRX-DATE TO AUD-TRX-DATE.
           WRITE AUDIT-RECORD.
           IF AUD-STATUS = 'APPLIED '
              ADD 1 TO COUNTER-APPLIED
              MOVE 'APPLIED' TO PND-STATUS
           ELSE
              ADD 1 TO COUNTER-REJECTED
              MOVE 'REJECTED' TO PND-STATUS
           END-IF.
           REWRITE PENDING-CHANGE-RECORD.
           IF WS-PNDMAST-STATUS NOT = '00'
              DISPLAY '*** PENDING-CHANGE FILE REWRITE FAILED FOR '
                 TRX-KOI-ID ' (FILE STATUS ' WS-PNDMAST-STATUS ')'
           END-IF.
      *
      *----------------------------------------------------------------
           CLOSE RUNCTL.
      *
       COPY DISPLOAD.
       COPY ATRCALC.
       COPY AUTLOAD.
