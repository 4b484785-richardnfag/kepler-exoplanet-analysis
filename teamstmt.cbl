       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TEAMSTMT.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    WRITES ONE PRINT-READY RESULTS STATEMENT PER TEAM AFTER AN
      *    EVALBAT BATCH, SO A TEAM'S RESULTS NO LONGER HAVE TO BE
      *    COPIED BY HAND OUT OF THE LEADERBOARD, EXTRACT, INTAKE
      *    REPORT AND MISMATCH FILES. EVERY SUBMISSION ON THE BATCH'S
      *    SUBLIST IS MATCHED TO ITS TEAM THROUGH THE TEAM MASTER (SEE
      *    TEAMREC.CPY), AND EACH TEAM'S STATEMENT COVERS EVERYTHING IT
      *    SENT IN THE BATCH: FOR EACH SUBMISSION THE LEADERBOARD RANK
      *    AND ACCURACY, THE CHANGE FROM THE TEAM'S PREVIOUS SUBMISSION
      *    ON THE RUN HISTORY, THE CONFUSION MATRIX AND PER-CLASS
      *    PRECISION/RECALL/F1 (FROM THE BATCH-DETAIL FILE EVALBAT
      *    WRITES, SEE BDTREC.CPY), THE ROWS INTAKE DROPPED OR FLAGGED
      *    (FROM THE NIGHT'S INTAKE LOG, SEE ILGREC.CPY) AND A SAMPLE
      *    OF THE KOIS IT MISSED, CAPPED AT TEAMSTMT_MISS_SAMPLE ROWS
      *    (DEFAULT 25). EACH STATEMENT GOES TO ITS OWN FILE, NAMED BY
      *    THE TEAMSTMT_PREFIX ENVIRONMENT VARIABLE (DEFAULT
      *    'TEAMSTMT.') FOLLOWED BY THE TEAM ID, WITH PAGE HEADINGS AND
      *    ANSI CARRIAGE CONTROL IN COLUMN ONE LIKE THE SCORECRD
      *    REPORT, SO IT CAN BE MAILED OUT AS IT STANDS. A SUBMISSION
      *    WHOSE LABEL MATCHES NO TEAM IS NAMED ON THE CONSOLE AND THE
      *    STEP ENDS WITH RETURN CODE 4. ONLY PUBLIC-SIDE RESULTS OF
      *    THE HOLDOUT SPLIT APPEAR ON A STATEMENT.
      *    EACH SUBMISSION'S RESULT NOW ALSO SHOWS ITS LIFT OVER THE
      *    BEST REFERENCE BASELINE, AS CARRIED ON THE LEADERBOARD, AND
      *    A WARNING LINE WITH THE REASON WHEN EVALBAT FLAGGED ITS
      *    PREDICTED-CLASS DISTRIBUTION AS DEGENERATE.
      *    EACH RESULT NOW SHOWS THE TRUTH GENERATION IT WAS SCORED
      *    AGAINST, AS CARRIED ON THE LEADERBOARD, AND WHEN THE TEAM'S
      *    PREVIOUS SUBMISSION WAS SCORED AGAINST A DIFFERENT
      *    GENERATION THE CHANGE IN ACCURACY IS MARKED AS INCLUDING THE
      *    TRUTH REFRESH. RUN-HISTORY RECORDS FROM BEFORE THE CATALOG
      *    COUNT AS GENERATION 000.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUBLIST ASSIGN TO SUBLIST.
           SELECT TEAMMAST ASSIGN TO TEAMMAST.
           SELECT LEADERBOARD ASSIGN TO LEADERBOARD.
           SELECT BATDTL ASSIGN TO BATDTL.
           SELECT OPTIONAL HISTORY ASSIGN TO HISTORY.
           SELECT OPTIONAL INTKLOG ASSIGN TO INTKLOG
               FILE STATUS IS WS-INTKLOG-STATUS.
           SELECT STMTFILE ASSIGN TO DYNAMIC WS-STMT-PATH
               FILE STATUS IS WS-STMT-STATUS.
           SELECT OPTIONAL DISPFILE ASSIGN TO DISPFILE.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      *    SUBLIST IS THE SAME BATCH CONTROL FILE EVALBAT SCORED FROM:
      *    ONE RECORD PER SUBMISSION, RESPONSE FILE NAME AND LABEL.
      *----------------------------------------------------------------
       FD  SUBLIST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  SUBLIST-RECORD.
           05  SUBL-FILE-NAME     PIC X(40).
           05  SUBL-LABEL         PIC X(20).
           05  FILLER             PIC X(20).

      *----------------------------------------------------------------
      *    TEAMMAST MAPS RUN-LABEL PREFIXES TO TEAMS.
      *----------------------------------------------------------------
       FD  TEAMMAST RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY TEAMREC.

      *----------------------------------------------------------------
      *    LEADERBOARD MIRRORS THE LEADERBOARD RECORD LAYOUT EVALBAT
      *    WRITES.
      *----------------------------------------------------------------
       FD  LEADERBOARD RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       01  LEADER-RECORD.
           05  LDR-RANK           PIC 9(3).
           05  LDR-LABEL          PIC X(20).
           05  LDR-TOTAL-ROWS     PIC 9(6).
           05  LDR-CORRECT-ROWS   PIC 9(6).
           05  LDR-UNMATCHED-ROWS PIC 9(6).
           05  LDR-ACCURACY-PCT   PIC ZZ9.99.
           05  LDR-WEIGHTED-PCT   PIC ZZ9.99.
           05  LDR-BRIER          PIC 9.9999.
           05  LDR-LOGLOSS        PIC ZZ9.9999.
           05  LDR-DUP-FLAG       PIC X(01).
           05  LDR-LIFT-PCT       PIC -ZZ9.99.
           05  LDR-DEGEN-CODE     PIC X(02).
           05  LDR-TRUTH-GEN      PIC 9(03).

      *----------------------------------------------------------------
      *    BATDTL IS THE BATCH-DETAIL FILE EVALBAT WRITES: MATRIX CELLS
      *    AND MISSED KOIS PER SUBMISSION.
      *----------------------------------------------------------------
       FD  BATDTL RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY BDTREC.

       FD  HISTORY RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY HISTREC.

      *----------------------------------------------------------------
      *    INTKLOG IS THE NIGHT'S INTAKE LOG. WHEN IT IS ABSENT EVERY
      *    STATEMENT SAYS INTAKE DROPPED NOTHING.
      *----------------------------------------------------------------
       FD  INTKLOG RECORD CONTAINS 100 CHARACTERS RECORDING MODE F.
       COPY ILGREC.

      *----------------------------------------------------------------
      *    STMTFILE IS ONE TEAM'S STATEMENT, A PRINT FILE LAID OUT LIKE
      *    SCORERPT: 132 PRINT POSITIONS BEHIND AN ANSI CARRIAGE
      *    CONTROL CHARACTER IN COLUMN ONE ('1' = NEW PAGE, SPACE =
      *    SINGLE SPACE). WS-STMT-PATH NAMES THE FILE FOR EACH TEAM.
      *----------------------------------------------------------------
       FD  STMTFILE RECORD CONTAINS 133 CHARACTERS RECORDING MODE F.
       01  REPORT-LINE                PIC X(133).

      *----------------------------------------------------------------
      *    DISPFILE IS THE OPTIONAL DISPOSITION-CODE CONTROL FILE. IT
      *    MUST BE THE SAME FILE EVALBAT RAN WITH, OR THE MATRIX
      *    RECORDS ON THE BATCH-DETAIL FILE WILL NOT RESOLVE.
      *----------------------------------------------------------------
       FD  DISPFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY DCFREC.

       WORKING-STORAGE SECTION.

       COPY DISPCODE.

       01  WS-STMT-PATH                   PIC X(60) VALUE SPACES.
       01  WS-STMT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-INTKLOG-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUN-DATE                    PIC 9(08) VALUE ZERO.

       01  WS-EOF-SWITCHES.
           05  WS-SUB-EOF             PIC A(1) VALUE SPACE.
               88  SUBLIST-AT-EOF     VALUE 'Y'.
           05  WS-TEAM-EOF            PIC A(1) VALUE SPACE.
               88  TEAM-AT-EOF        VALUE 'Y'.
           05  WS-LDR-EOF             PIC A(1) VALUE SPACE.
               88  LDR-AT-EOF         VALUE 'Y'.
           05  WS-HIST-EOF            PIC A(1) VALUE SPACE.
               88  HIST-AT-EOF        VALUE 'Y'.
           05  WS-BDT-EOF             PIC A(1) VALUE SPACE.
               88  BDT-AT-EOF         VALUE 'Y'.
           05  WS-ILOG-EOF            PIC A(1) VALUE SPACE.
               88  ILOG-AT-EOF        VALUE 'Y'.

      *----------------------------------------------------------------
      *    STATEMENT FILE-NAME PREFIX (TEAMSTMT_PREFIX, DEFAULT
      *    'TEAMSTMT.') AND THE MISSED-KOI SAMPLE CAP
      *    (TEAMSTMT_MISS_SAMPLE, 001-999, DEFAULT 25).
      *----------------------------------------------------------------
       01  WS-STMT-PREFIX                 PIC X(40) VALUE 'TEAMSTMT.'.
       01  WS-PREFIX-TEXT                 PIC X(40) VALUE SPACES.
       01  WS-MISS-SAMPLE-TEXT            PIC X(03) VALUE SPACES.
       01  WS-MISS-SAMPLE                 PIC 9(03) VALUE 25.

      *----------------------------------------------------------------
      *    TEAM MASTER TABLE. WS-TM-PREFIX-LEN IS THE LENGTH OF THE
      *    PREFIX UP TO ITS LAST NON-SPACE CHARACTER.
      *----------------------------------------------------------------
       01  WS-TEAM-TABLE.
           05  WS-TEAM-COUNT              PIC 9(3) VALUE ZERO.
           05  WS-TEAM-ENTRY OCCURS 500 TIMES.
               10  WS-TM-PREFIX           PIC X(20).
               10  WS-TM-PREFIX-LEN       PIC 9(2).
               10  WS-TM-ID               PIC X(08).
               10  WS-TM-NAME             PIC X(24).
               10  WS-TM-CONTACT          PIC X(28).

       01  WS-TEAM-WORK.
           05  WS-TEAM-SUB                PIC 9(3) VALUE ZERO.
           05  WS-LEN-SUB                 PIC 9(2) VALUE ZERO.
           05  WS-LOOKUP-LABEL            PIC X(20) VALUE SPACES.
           05  WS-FOUND-TEAM              PIC 9(3) VALUE ZERO.
           05  WS-BEST-LEN                PIC 9(2) VALUE ZERO.
           05  WS-CUR-TEAM                PIC 9(3) VALUE ZERO.
           05  WS-CUR-TEAM-ID             PIC X(08) VALUE SPACES.
           05  WS-TEAM-SUB-COUNT          PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      *    ONE ENTRY PER SUBLIST SUBMISSION (THE SAME 50-SUBMISSION CAP
      *    EVALBAT APPLIES), WITH ITS TEAM AND ITS LEADERBOARD RESULT.
      *    WS-SUB-DONE IS SET ONCE THE SUBMISSION IS ON A STATEMENT.
      *----------------------------------------------------------------
       01  WS-SUBMISSIONS.
           05  WS-SUB-ENTRY OCCURS 50 TIMES INDEXED BY SUB-IDX.
               10  WS-SUB-LABEL           PIC X(20).
               10  WS-SUB-FILE            PIC X(40).
               10  WS-SUB-TEAM            PIC 9(3) VALUE ZERO.
               10  WS-SUB-TEAM-ID         PIC X(08) VALUE SPACES.
               10  WS-SUB-DONE            PIC X(1) VALUE 'N'.
               10  WS-SUB-ON-LDR          PIC X(1) VALUE 'N'.
               10  WS-SUB-RANK            PIC 9(3) VALUE ZERO.
               10  WS-SUB-TOTAL           PIC 9(6) VALUE ZERO.
               10  WS-SUB-CORRECT         PIC 9(6) VALUE ZERO.
               10  WS-SUB-UNMATCHED       PIC 9(6) VALUE ZERO.
               10  WS-SUB-DUP-FLAG        PIC X(1) VALUE SPACE.
               10  WS-SUB-LIFT            PIC X(7) VALUE SPACES.
               10  WS-SUB-DEGEN-CODE      PIC X(2) VALUE SPACES.
               10  WS-SUB-TRUTH-GEN       PIC 9(3) VALUE ZERO.

       01  WS-SUB-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-LDR-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-STMT-SUB                    PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      *    RUN-HISTORY TABLE, HOLDING THE MOST RECENT 500 RUNS THE SAME
      *    WAY SCORECRD DOES.
      *----------------------------------------------------------------
       01  WS-HISTORY-TABLE.
           05  WS-HIST-ENTRY OCCURS 500 TIMES.
               10  WS-HT-DATE         PIC 9(8).
               10  WS-HT-LABEL        PIC X(20).
               10  WS-HT-EQ           PIC 9(6).
               10  WS-HT-ALL          PIC 9(6).
               10  WS-HT-GEN          PIC 9(3).

       01  WS-HIST-WORK.
           05  WS-HIST-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-HIST-SUB            PIC 9(3) VALUE ZERO.
           05  WS-PREV-SUB            PIC 9(3) VALUE ZERO.
           05  WS-CURR-ACCURACY       PIC 9(3)V99 VALUE ZERO.
           05  WS-PREV-ACCURACY       PIC 9(3)V99 VALUE ZERO.
           05  WS-DELTA               PIC S9(3)V99 VALUE ZERO.
           05  WS-DISP-ACCURACY       PIC ZZ9.99.
           05  WS-DISP-PREV-ACCURACY  PIC ZZ9.99.
           05  WS-DISP-DELTA          PIC +ZZ9.99.

      *----------------------------------------------------------------
      *    THE CURRENT SUBMISSION'S CONFUSION MATRIX AND MISSED-KOI
      *    SAMPLE, LOADED FROM THE BATCH-DETAIL FILE.
      *----------------------------------------------------------------
       01  WS-CONFUSION-MATRIX.
           05  WS-CM-ROW OCCURS 10 TIMES.
               10  WS-CM-CELL         PIC 9(6) VALUE ZERO OCCURS 10.

       01  WS-MATRIX-WORK.
           05  WS-PRED-SUB            PIC 9(2) VALUE ZERO.
           05  WS-ANS-SUB             PIC 9(2) VALUE ZERO.
           05  WS-EDIT-CELL           PIC ZZZ,ZZ9.

       01  WS-MISSED-TABLE.
           05  WS-MISS-ENTRY OCCURS 999 TIMES.
               10  WS-MS-KOI-ID       PIC X(12).
               10  WS-MS-PREDICTED    PIC X(15).
               10  WS-MS-ACTUAL       PIC X(15).

       01  WS-MISSED-WORK.
           05  WS-MISS-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-MISS-SHOWN          PIC 9(3) VALUE ZERO.
           05  WS-MISS-SUB            PIC 9(3) VALUE ZERO.
           05  WS-INTAKE-COUNT        PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      *    PER-CATEGORY PRECISION / RECALL / F1, DERIVED FROM THE
      *    MATRIX THE SAME WAY SCORECRD DERIVES THEM.
      *----------------------------------------------------------------
       01  WS-METRICS.
           05  WS-METRIC-ROW OCCURS 10 TIMES INDEXED BY MET-IDX.
               10  WS-PRECISION       PIC 9(1)V999.
               10  WS-RECALL          PIC 9(1)V999.
               10  WS-F1              PIC 9(1)V999.

       01  WS-METRIC-WORK.
           05  WS-SUM-PRED            PIC 9(7).
           05  WS-SUM-ACT             PIC 9(7).
           05  WS-TP                  PIC 9(7).

       01  COUNTERS.
           05  COUNTER-STATEMENTS         PIC 9(6) VALUE ZERO.
           05  COUNTER-REPORTED           PIC 9(6) VALUE ZERO.
           05  COUNTER-UNMAPPED           PIC 9(6) VALUE ZERO.

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
           05  FILLER             PIC X(36) VALUE
               'KEPLER DISPOSITION RESULTS STATEMENT'.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'RUN DATE '.
           05  HDG1-RUN-DATE      PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'TEAM '.
           05  HDG1-TEAM-ID       PIC X(08).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'PAGE '.
           05  HDG1-PAGE          PIC ZZZ9.
           05  FILLER             PIC X(44) VALUE SPACES.

       01  WS-HDG-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(102) VALUE ALL '-'.
           05  FILLER             PIC X(30) VALUE SPACES.

       01  WS-TEXT-LINE.
           05  TXT-CC             PIC X(01) VALUE SPACE.
           05  TXT-TEXT           PIC X(132) VALUE SPACES.

       01  WS-SUM-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SUMD-LABEL         PIC X(26) VALUE SPACES.
           05  SUMD-COUNT         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(99) VALUE SPACES.

      *    THE GRID CARRIES ONE NINE-POSITION COLUMN PER DISPOSITION
      *    CODE (UP TO TEN), AS ON THE SCORECARD.
       01  WS-MTX-HDR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(18) VALUE 'PREDICTED / ACTUAL'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MTXH-COLUMN OCCURS 10 TIMES.
               10  MTXH-COL-NAME  PIC X(08).
               10  MTXH-COL-GAP   PIC X(01).
           05  FILLER             PIC X(22) VALUE SPACES.

       01  WS-MTX-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  MTXD-PREDICTED     PIC X(15).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  MTXD-COLUMN OCCURS 10 TIMES.
               10  MTXD-CELL      PIC X(07).
               10  MTXD-CELL-GAP  PIC X(02).
           05  FILLER             PIC X(22) VALUE SPACES.

       01  WS-CAT-HDR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(15) VALUE 'DISPOSITION'.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE '  TOTAL'.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE 'CORRECT'.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE '   PCT '.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'PREC '.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'RECALL'.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'F1   '.
           05  FILLER             PIC X(64) VALUE SPACES.

       01  WS-CAT-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CATD-LABEL         PIC X(15).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  CATD-TOTAL         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  CATD-CORRECT       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  CATD-PCT           PIC ZZ9.99.
           05  CATD-PCT-SIGN      PIC X(01) VALUE '%'.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  CATD-PRECISION     PIC 9.999.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  CATD-RECALL        PIC 9.999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CATD-F1            PIC 9.999.
           05  FILLER             PIC X(64) VALUE SPACES.

       01  WS-ILG-HDR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(07) VALUE '    ROW'.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'TYPE'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'KOI ID'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'KEPT'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'DROPPED'.
           05  FILLER             PIC X(65) VALUE SPACES.

       01  WS-ILG-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ILGD-ROW-NUMBER    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  ILGD-TYPE          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ILGD-KOI-ID        PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ILGD-KEPT-VALUE    PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  ILGD-DROPPED-VALUE PIC X(15).
           05  FILLER             PIC X(65) VALUE SPACES.

       01  WS-MIS-HDR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(12) VALUE 'KOI ID'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'PREDICTED'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE 'ACTUAL'.
           05  FILLER             PIC X(86) VALUE SPACES.

       01  WS-MIS-DET.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  MISD-KOI-ID        PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MISD-PREDICTED     PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  MISD-ACTUAL        PIC X(15).
           05  FILLER             PIC X(86) VALUE SPACES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM Y000-LOAD-DISP-CODES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-PREFIX-TEXT FROM ENVIRONMENT 'TEAMSTMT_PREFIX'.
           IF WS-PREFIX-TEXT NOT = SPACES
              MOVE WS-PREFIX-TEXT TO WS-STMT-PREFIX
           END-IF.

           ACCEPT WS-MISS-SAMPLE-TEXT FROM ENVIRONMENT
              'TEAMSTMT_MISS_SAMPLE'.
           IF WS-MISS-SAMPLE-TEXT NOT = SPACES
              IF WS-MISS-SAMPLE-TEXT NUMERIC
                 AND WS-MISS-SAMPLE-TEXT NOT = '000'
                 MOVE WS-MISS-SAMPLE-TEXT TO WS-MISS-SAMPLE
              ELSE
                 DISPLAY '*** WARNING -- TEAMSTMT_MISS_SAMPLE NOT '
                    'NNN -- USING 25'
              END-IF
           END-IF.

           PERFORM B000-LOAD-TEAMS.
           PERFORM C000-LOAD-SUBMISSIONS.
           PERFORM D000-LOAD-LEADERBOARD.
           PERFORM E000-LOAD-HISTORY.

           PERFORM VARYING WS-STMT-SUB FROM 1 BY 1
                              UNTIL WS-STMT-SUB > WS-SUB-COUNT
              IF WS-SUB-TEAM (WS-STMT-SUB) > ZERO
                 AND WS-SUB-DONE (WS-STMT-SUB) = 'N'
                 PERFORM F000-WRITE-STATEMENT
              END-IF
           END-PERFORM.

           DISPLAY COUNTER-STATEMENTS ' team statements written, '
              'covering ' COUNTER-REPORTED ' submissions'.
           IF COUNTER-UNMAPPED > ZERO
              DISPLAY '*** WARNING -- ' COUNTER-UNMAPPED
                 ' SUBMISSIONS MATCH NO TEAM ON THE TEAM MASTER -- '
                 'NO STATEMENT WRITTEN FOR THEM'
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.
      *
      *----------------------------------------------------------------
      *    B000-LOAD-TEAMS READS THE TEAM MASTER INTO THE TEAM TABLE.
      *    A RECORD WITH NO PREFIX OR NO TEAM ID CANNOT MATCH OR NAME
      *    A STATEMENT, AND IS SKIPPED WITH A WARNING.
      *----------------------------------------------------------------
       B000-LOAD-TEAMS.
           OPEN INPUT TEAMMAST.
           PERFORM B100-READ-TEAMMAST.
           PERFORM UNTIL TEAM-AT-EOF
              IF TEAM-LABEL-PREFIX = SPACES OR TEAM-ID = SPACES
                 DISPLAY '*** WARNING -- TEAM MASTER RECORD WITHOUT '
                    'PREFIX OR TEAM ID SKIPPED: ' TEAM-RECORD
              ELSE
                 IF WS-TEAM-COUNT < 500
                    PERFORM B200-STORE-TEAM
                 ELSE
                    DISPLAY '*** WARNING -- TEAM MASTER HAS MORE THAN '
                       '500 RECORDS -- SKIPPED ' TEAM-LABEL-PREFIX
                 END-IF
              END-IF
              PERFORM B100-READ-TEAMMAST
           END-PERFORM.
           CLOSE TEAMMAST.
      *
       B100-READ-TEAMMAST.
           READ TEAMMAST
           AT END SET TEAM-AT-EOF TO TRUE
           END-READ.
      *
       B200-STORE-TEAM.
           ADD 1 TO WS-TEAM-COUNT.
           MOVE TEAM-LABEL-PREFIX TO WS-TM-PREFIX (WS-TEAM-COUNT).
           MOVE TEAM-ID TO WS-TM-ID (WS-TEAM-COUNT).
           MOVE TEAM-NAME TO WS-TM-NAME (WS-TEAM-COUNT).
           MOVE TEAM-CONTACT TO WS-TM-CONTACT (WS-TEAM-COUNT).
           PERFORM VARYING WS-LEN-SUB FROM 20 BY -1
                              UNTIL WS-LEN-SUB = ZERO
                 OR TEAM-LABEL-PREFIX (WS-LEN-SUB:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           MOVE WS-LEN-SUB TO WS-TM-PREFIX-LEN (WS-TEAM-COUNT).
      *
      *----------------------------------------------------------------
      *    C000-LOAD-SUBMISSIONS READS THE BATCH'S SUBLIST, KEEPING THE
      *    FIRST 50 SUBMISSIONS AS EVALBAT DOES, AND MATCHES EACH LABEL
      *    TO ITS TEAM.
      *----------------------------------------------------------------
       C000-LOAD-SUBMISSIONS.
           OPEN INPUT SUBLIST.
           PERFORM C100-READ-SUBLIST.
           PERFORM UNTIL SUBLIST-AT-EOF
              IF WS-SUB-COUNT < 50
                 ADD 1 TO WS-SUB-COUNT
                 MOVE SUBL-LABEL TO WS-SUB-LABEL (WS-SUB-COUNT)
                 MOVE SUBL-FILE-NAME TO WS-SUB-FILE (WS-SUB-COUNT)
                 MOVE SUBL-LABEL TO WS-LOOKUP-LABEL
                 PERFORM C200-FIND-TEAM
                 MOVE WS-FOUND-TEAM TO WS-SUB-TEAM (WS-SUB-COUNT)
                 IF WS-FOUND-TEAM = ZERO
                    ADD 1 TO COUNTER-UNMAPPED
                    DISPLAY '*** SUBMISSION ' SUBL-LABEL
                       ' MATCHES NO TEAM ON THE TEAM MASTER'
                 ELSE
                    MOVE WS-TM-ID (WS-FOUND-TEAM)
                       TO WS-SUB-TEAM-ID (WS-SUB-COUNT)
                 END-IF
              END-IF
              PERFORM C100-READ-SUBLIST
           END-PERFORM.
           CLOSE SUBLIST.
      *
       C100-READ-SUBLIST.
           READ SUBLIST
           AT END SET SUBLIST-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    C200-FIND-TEAM SETS WS-FOUND-TEAM TO THE TEAM TABLE ENTRY
      *    WHOSE PREFIX WS-LOOKUP-LABEL BEGINS WITH, THE LONGEST PREFIX
      *    WINNING, OR TO ZERO WHEN NO PREFIX MATCHES.
      *----------------------------------------------------------------
       C200-FIND-TEAM.
           MOVE ZERO TO WS-FOUND-TEAM.
           MOVE ZERO TO WS-BEST-LEN.
           PERFORM VARYING WS-TEAM-SUB FROM 1 BY 1
                              UNTIL WS-TEAM-SUB > WS-TEAM-COUNT
              MOVE WS-TM-PREFIX-LEN (WS-TEAM-SUB) TO WS-LEN-SUB
              IF WS-LEN-SUB > WS-BEST-LEN
                 IF WS-LOOKUP-LABEL (1:WS-LEN-SUB) =
                    WS-TM-PREFIX (WS-TEAM-SUB) (1:WS-LEN-SUB)
                    MOVE WS-TEAM-SUB TO WS-FOUND-TEAM
                    MOVE WS-LEN-SUB TO WS-BEST-LEN
                 END-IF
              END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    D000-LOAD-LEADERBOARD FILES EACH LEADERBOARD RECORD AGAINST
      *    THE SUBMISSION OF THE SAME LABEL. THE VIRTUAL CONSENSUS
      *    ENTRY IS NOT ON THE SUBLIST AND IS COUNTED ONLY.
      *----------------------------------------------------------------
       D000-LOAD-LEADERBOARD.
           OPEN INPUT LEADERBOARD.
           PERFORM D100-READ-LEADERBOARD.
           PERFORM UNTIL LDR-AT-EOF
              ADD 1 TO WS-LDR-COUNT
              PERFORM VARYING SUB-IDX FROM 1 BY 1
                                 UNTIL SUB-IDX > WS-SUB-COUNT
                 IF WS-SUB-LABEL (SUB-IDX) = LDR-LABEL
                    PERFORM D200-STORE-LEADER
                 END-IF
              END-PERFORM
              PERFORM D100-READ-LEADERBOARD
           END-PERFORM.
           CLOSE LEADERBOARD.
      *
       D100-READ-LEADERBOARD.
           READ LEADERBOARD
           AT END SET LDR-AT-EOF TO TRUE
           END-READ.
      *
       D200-STORE-LEADER.
           MOVE 'Y' TO WS-SUB-ON-LDR (SUB-IDX).
           MOVE LDR-RANK TO WS-SUB-RANK (SUB-IDX).
           MOVE LDR-TOTAL-ROWS TO WS-SUB-TOTAL (SUB-IDX).
           MOVE LDR-CORRECT-ROWS TO WS-SUB-CORRECT (SUB-IDX).
           MOVE LDR-UNMATCHED-ROWS TO WS-SUB-UNMATCHED (SUB-IDX).
           MOVE LDR-DUP-FLAG TO WS-SUB-DUP-FLAG (SUB-IDX).
           MOVE LDR-LIFT-PCT TO WS-SUB-LIFT (SUB-IDX).
           MOVE LDR-DEGEN-CODE TO WS-SUB-DEGEN-CODE (SUB-IDX).
           MOVE LDR-TRUTH-GEN TO WS-SUB-TRUTH-GEN (SUB-IDX).
      *
      *----------------------------------------------------------------
      *    E000-LOAD-HISTORY READS THE RUN-HISTORY FILE INTO THE
      *    HISTORY TABLE, SHIFTING THE OLDEST ENTRY OUT WHEN THE TABLE
      *    IS FULL, THE SAME WAY SCORECRD'S C000-LOAD-HISTORY DOES.
      *----------------------------------------------------------------
       E000-LOAD-HISTORY.
           OPEN INPUT HISTORY.
           PERFORM E100-READ-HISTORY.
           PERFORM UNTIL HIST-AT-EOF
              IF WS-HIST-COUNT = 500
                 PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                                    UNTIL WS-HIST-SUB > 499
                    MOVE WS-HIST-ENTRY (WS-HIST-SUB + 1)
                       TO WS-HIST-ENTRY (WS-HIST-SUB)
                 END-PERFORM
              ELSE
                 ADD 1 TO WS-HIST-COUNT
              END-IF
              MOVE HIST-RUN-DATE TO WS-HT-DATE (WS-HIST-COUNT)
              MOVE HIST-RUN-LABEL TO WS-HT-LABEL (WS-HIST-COUNT)
              MOVE HIST-COUNTER-EQ TO WS-HT-EQ (WS-HIST-COUNT)
              MOVE HIST-COUNTER-ALL TO WS-HT-ALL (WS-HIST-COUNT)
              IF HIST-TRUTH-GEN NUMERIC
                 MOVE HIST-TRUTH-GEN TO WS-HT-GEN (WS-HIST-COUNT)
              ELSE
                 MOVE ZERO TO WS-HT-GEN (WS-HIST-COUNT)
              END-IF
              PERFORM E100-READ-HISTORY
           END-PERFORM.
           CLOSE HISTORY.
      *
       E100-READ-HISTORY.
           READ HISTORY
           AT END SET HIST-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    F000-WRITE-STATEMENT WRITES THE STATEMENT FOR THE TEAM OF
      *    SUBMISSION WS-STMT-SUB, COVERING THAT SUBMISSION AND EVERY
      *    LATER ONE ON THE SUBLIST WITH THE SAME TEAM ID, TO ITS OWN
      *    FILE. A STATEMENT FILE THAT CANNOT BE OPENED IS REPORTED
      *    AND ITS SUBMISSIONS ARE LEFT OFF, WITH RETURN CODE 4.
      *----------------------------------------------------------------
       F000-WRITE-STATEMENT.
           MOVE WS-SUB-TEAM (WS-STMT-SUB) TO WS-CUR-TEAM.
           MOVE WS-SUB-TEAM-ID (WS-STMT-SUB) TO WS-CUR-TEAM-ID.
           MOVE ZERO TO WS-TEAM-SUB-COUNT.
           PERFORM VARYING SUB-IDX FROM WS-STMT-SUB BY 1
                              UNTIL SUB-IDX > WS-SUB-COUNT
              IF WS-SUB-TEAM-ID (SUB-IDX) = WS-CUR-TEAM-ID
                 ADD 1 TO WS-TEAM-SUB-COUNT
              END-IF
           END-PERFORM.

           MOVE SPACES TO WS-STMT-PATH.
           STRING WS-STMT-PREFIX DELIMITED BY SPACE
              WS-CUR-TEAM-ID DELIMITED BY SPACE
              INTO WS-STMT-PATH.
           OPEN OUTPUT STMTFILE.
           IF WS-STMT-STATUS NOT = '00'
              DISPLAY '*** WARNING -- CANNOT OPEN STATEMENT FILE '
                 WS-STMT-PATH ' (FILE STATUS ' WS-STMT-STATUS ')'
              DISPLAY '*** NO STATEMENT FOR TEAM ' WS-CUR-TEAM-ID
              MOVE 4 TO RETURN-CODE
              PERFORM VARYING SUB-IDX FROM WS-STMT-SUB BY 1
                                 UNTIL SUB-IDX > WS-SUB-COUNT
                 IF WS-SUB-TEAM-ID (SUB-IDX) = WS-CUR-TEAM-ID
                    MOVE 'Y' TO WS-SUB-DONE (SUB-IDX)
                 END-IF
              END-PERFORM
           ELSE
              MOVE ZERO TO WS-PAGE-NUMBER
              PERFORM W100-NEW-PAGE
              PERFORM F100-PRINT-TEAM-HEADER
              PERFORM VARYING SUB-IDX FROM WS-STMT-SUB BY 1
                                 UNTIL SUB-IDX > WS-SUB-COUNT
                 IF WS-SUB-TEAM-ID (SUB-IDX) = WS-CUR-TEAM-ID
                    PERFORM F200-PRINT-SUBMISSION
                    MOVE 'Y' TO WS-SUB-DONE (SUB-IDX)
                    ADD 1 TO COUNTER-REPORTED
                 END-IF
              END-PERFORM
              CLOSE STMTFILE
              ADD 1 TO COUNTER-STATEMENTS
              DISPLAY 'STATEMENT FOR TEAM ' WS-CUR-TEAM-ID
                 ' WRITTEN TO ' WS-STMT-PATH
           END-IF.
      *
       F100-PRINT-TEAM-HEADER.
           MOVE SPACES TO TXT-TEXT.
           STRING 'TEAM                       '
              WS-TM-NAME (WS-CUR-TEAM)
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           MOVE SPACES TO TXT-TEXT.
           STRING 'CONTACT                    '
              WS-TM-CONTACT (WS-CUR-TEAM)
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           MOVE 'SUBMISSIONS IN THIS BATCH' TO SUMD-LABEL.
           MOVE WS-TEAM-SUB-COUNT TO SUMD-COUNT.
           MOVE WS-SUM-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
      *
      *----------------------------------------------------------------
      *    F200-PRINT-SUBMISSION PRINTS ONE SUBMISSION'S SECTION OF THE
      *    STATEMENT. A SUBMISSION MISSING FROM THE LEADERBOARD (THE
      *    LEADERBOARD IS FROM ANOTHER BATCH THAN THE SUBLIST) GETS ITS
      *    INTAKE SECTION ONLY.
      *----------------------------------------------------------------
       F200-PRINT-SUBMISSION.
           PERFORM W300-WRITE-BLANK-LINE.
           MOVE SPACES TO TXT-TEXT.
           STRING 'SUBMISSION ' WS-SUB-LABEL (SUB-IDX)
              '   FILE ' WS-SUB-FILE (SUB-IDX)
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           MOVE WS-HDG-2 TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.

           IF WS-SUB-ON-LDR (SUB-IDX) = 'Y'
              PERFORM G000-PRINT-RESULT
              PERFORM G100-PRINT-CHANGE
              PERFORM H000-LOAD-DETAIL
              PERFORM H100-COMPUTE-METRICS

              PERFORM W300-WRITE-BLANK-LINE
              MOVE 'CONFUSION MATRIX (PREDICTED VS ACTUAL)' TO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
              PERFORM H200-PRINT-MATRIX

              PERFORM W300-WRITE-BLANK-LINE
              MOVE 'PRECISION / RECALL / F1 BY DISPOSITION' TO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
              PERFORM H300-PRINT-CATEGORIES
           ELSE
              MOVE 'NOT ON THIS BATCH''S LEADERBOARD -- NOT SCORED.'
                 TO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           END-IF.

           PERFORM W300-WRITE-BLANK-LINE.
           PERFORM I000-PRINT-INTAKE.

           IF WS-SUB-ON-LDR (SUB-IDX) = 'Y'
              PERFORM W300-WRITE-BLANK-LINE
              PERFORM H400-PRINT-MISSED
           END-IF.
      *
      *----------------------------------------------------------------
      *    G000-PRINT-RESULT PRINTS THE SUBMISSION'S LEADERBOARD RANK,
      *    COUNTS AND ACCURACY. THE ACCURACY IS RECOMPUTED FROM THE
      *    COUNTS THE WAY EVALBAT COMPUTES IT, SO THE CHANGE FROM THE
      *    PREVIOUS SUBMISSION IS TAKEN ON THE UNROUNDED FIGURES.
      *----------------------------------------------------------------
       G000-PRINT-RESULT.
           IF WS-SUB-TOTAL (SUB-IDX) > ZERO
              COMPUTE WS-CURR-ACCURACY ROUNDED =
                 WS-SUB-CORRECT (SUB-IDX) / WS-SUB-TOTAL (SUB-IDX) * 100
           ELSE
              MOVE ZERO TO WS-CURR-ACCURACY
           END-IF.
           MOVE WS-CURR-ACCURACY TO WS-DISP-ACCURACY.

           MOVE SPACES TO TXT-TEXT.
           STRING 'LEADERBOARD RANK           ' WS-SUB-RANK (SUB-IDX)
              ' OF ' WS-LDR-COUNT
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           MOVE 'ROWS SCORED' TO SUMD-LABEL.
           MOVE WS-SUB-TOTAL (SUB-IDX) TO SUMD-COUNT.
           MOVE WS-SUM-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
           MOVE 'ROWS CORRECT' TO SUMD-LABEL.
           MOVE WS-SUB-CORRECT (SUB-IDX) TO SUMD-COUNT.
           MOVE WS-SUM-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
           MOVE 'ROWS UNMATCHED' TO SUMD-LABEL.
           MOVE WS-SUB-UNMATCHED (SUB-IDX) TO SUMD-COUNT.
           MOVE WS-SUM-DET TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
           MOVE SPACES TO TXT-TEXT.
           STRING 'ACCURACY                   '
              WS-DISP-ACCURACY '%'
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           MOVE SPACES TO TXT-TEXT.
           STRING 'TRUTH GENERATION           '
              WS-SUB-TRUTH-GEN (SUB-IDX)
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           MOVE SPACES TO TXT-TEXT.
           STRING 'LIFT OVER BEST BASELINE   '
              WS-SUB-LIFT (SUB-IDX) ' POINTS'
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           EVALUATE WS-SUB-DEGEN-CODE (SUB-IDX)
              WHEN 'SC'
                 MOVE SPACES TO TXT-TEXT
                 STRING '*** FLAGGED DEGENERATE (SC) -- ONE CLASS '
                    'DOMINATES THE PREDICTIONS'
                    DELIMITED BY SIZE INTO TXT-TEXT
                 PERFORM W200-WRITE-TEXT-LINE
              WHEN 'NP'
                 MOVE SPACES TO TXT-TEXT
                 STRING '*** FLAGGED DEGENERATE (NP) -- A CLASS ON THE '
                    'ANSWERS MASTER IS NEVER PREDICTED'
                    DELIMITED BY SIZE INTO TXT-TEXT
                 PERFORM W200-WRITE-TEXT-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-SUB-DUP-FLAG (SUB-IDX) = 'D'
              STRING '*** FLAGGED AS A DUPLICATE FINGERPRINT OF AN '
                 'EARLIER SUBMISSION'
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           END-IF.
      *
      *----------------------------------------------------------------
      *    G100-PRINT-CHANGE FINDS THE TEAM'S PREVIOUS SUBMISSION --
      *    THE MOST RECENT RUN-HISTORY ENTRY UNDER ANOTHER LABEL OF THE
      *    SAME TEAM -- AND PRINTS THE CHANGE IN ACCURACY FROM IT,
      *    MARKING IT WHEN THE TWO WERE SCORED AGAINST DIFFERENT TRUTH
      *    GENERATIONS.
      *----------------------------------------------------------------
       G100-PRINT-CHANGE.
           MOVE ZERO TO WS-PREV-SUB.
           PERFORM VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
                              UNTIL WS-HIST-SUB = ZERO
                                 OR WS-PREV-SUB > ZERO
              IF WS-HT-LABEL (WS-HIST-SUB) NOT = WS-SUB-LABEL (SUB-IDX)
                 MOVE WS-HT-LABEL (WS-HIST-SUB) TO WS-LOOKUP-LABEL
                 PERFORM C200-FIND-TEAM
                 IF WS-FOUND-TEAM > ZERO
                    IF WS-TM-ID (WS-FOUND-TEAM) = WS-CUR-TEAM-ID
                       MOVE WS-HIST-SUB TO WS-PREV-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-PREV-SUB = ZERO
              STRING 'NO PREVIOUS SUBMISSION FROM THIS TEAM ON THE '
                 'RUN HISTORY.'
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           ELSE
              IF WS-HT-ALL (WS-PREV-SUB) > ZERO
                 COMPUTE WS-PREV-ACCURACY ROUNDED =
                    WS-HT-EQ (WS-PREV-SUB) / WS-HT-ALL (WS-PREV-SUB)
                    * 100
              ELSE
                 MOVE ZERO TO WS-PREV-ACCURACY
              END-IF
              COMPUTE WS-DELTA = WS-CURR-ACCURACY - WS-PREV-ACCURACY
              MOVE WS-PREV-ACCURACY TO WS-DISP-PREV-ACCURACY
              MOVE WS-DELTA TO WS-DISP-DELTA
              MOVE SPACES TO TXT-TEXT
              STRING 'PREVIOUS SUBMISSION        '
                 WS-HT-LABEL (WS-PREV-SUB) ' OF '
                 WS-HT-DATE (WS-PREV-SUB)
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
              MOVE SPACES TO TXT-TEXT
              STRING 'CHANGE IN ACCURACY         '
                 WS-DISP-PREV-ACCURACY '% TO ' WS-DISP-ACCURACY '% ('
                 WS-DISP-DELTA ' POINTS)'
                 DELIMITED BY SIZE INTO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
              IF WS-HT-GEN (WS-PREV-SUB)
                 NOT = WS-SUB-TRUTH-GEN (SUB-IDX)
                 MOVE SPACES TO TXT-TEXT
                 STRING '*** PREVIOUS SUBMISSION WAS SCORED AGAINST '
                    'TRUTH GENERATION ' WS-HT-GEN (WS-PREV-SUB)
                    ' -- THE CHANGE INCLUDES THE TRUTH REFRESH'
                    DELIMITED BY SIZE INTO TXT-TEXT
                 PERFORM W200-WRITE-TEXT-LINE
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------
      *    H000-LOAD-DETAIL READS THE BATCH-DETAIL FILE FOR THE CURRENT
      *    SUBMISSION: ITS MATRIX CELLS INTO THE CONFUSION MATRIX, AND
      *    ITS MISSED KOIS INTO THE SAMPLE TABLE UP TO THE CAP, COUNTING
      *    ALL OF THEM. A MATRIX RECORD NAMING A CODE NOT ON THE LOADED
      *    LIST IS SKIPPED, AS ON THE SCORECARD.
      *----------------------------------------------------------------
       H000-LOAD-DETAIL.
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                              UNTIL WS-PRED-SUB > 10
              PERFORM VARYING WS-ANS-SUB FROM 1 BY 1
                                 UNTIL WS-ANS-SUB > 10
                 MOVE ZERO TO WS-CM-CELL (WS-PRED-SUB WS-ANS-SUB)
              END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-MISS-COUNT.
           MOVE ZERO TO WS-MISS-SHOWN.

           MOVE SPACE TO WS-BDT-EOF.
           OPEN INPUT BATDTL.
           PERFORM H010-READ-BATDTL.
           PERFORM UNTIL BDT-AT-EOF
              IF BDT-RUN-LABEL = WS-SUB-LABEL (SUB-IDX)
                 EVALUATE BDT-RECORD-TYPE
                    WHEN 'MATRIX  '
                       PERFORM H020-STORE-MATRIX-CELL
                    WHEN 'MISSED  '
                       PERFORM H030-STORE-MISSED
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              PERFORM H010-READ-BATDTL
           END-PERFORM.
           CLOSE BATDTL.
      *
       H010-READ-BATDTL.
           READ BATDTL
           AT END SET BDT-AT-EOF TO TRUE
           END-READ.
      *
      *    THE GUARD WHEN IN EACH SEARCH STOPS AT THE LOADED CODE
      *    COUNT, SO A BLANK FIELD CANNOT MATCH AN UNUSED ENTRY.
       H020-STORE-MATRIX-CELL.
           MOVE ZERO TO WS-PRED-SUB.
           SET DISP-IDX TO 1.
           SEARCH DISP-CODE-ENTRY
              AT END CONTINUE
              WHEN DISP-IDX > DISP-CODE-COUNT
                 CONTINUE
              WHEN DISP-CODE-ENTRY (DISP-IDX) = BDT-PREDICTED
                 SET WS-PRED-SUB TO DISP-IDX
           END-SEARCH.
           MOVE ZERO TO WS-ANS-SUB.
           SET DISP-IDX TO 1.
           SEARCH DISP-CODE-ENTRY
              AT END CONTINUE
              WHEN DISP-IDX > DISP-CODE-COUNT
                 CONTINUE
              WHEN DISP-CODE-ENTRY (DISP-IDX) = BDT-ACTUAL
                 SET WS-ANS-SUB TO DISP-IDX
           END-SEARCH.
           IF WS-PRED-SUB > ZERO AND WS-ANS-SUB > ZERO
              MOVE BDT-CELL-COUNT TO WS-CM-CELL (WS-PRED-SUB WS-ANS-SUB)
           END-IF.
      *
       H030-STORE-MISSED.
           ADD 1 TO WS-MISS-COUNT.
           IF WS-MISS-SHOWN < WS-MISS-SAMPLE
              ADD 1 TO WS-MISS-SHOWN
              MOVE BDM-KOI-ID TO WS-MS-KOI-ID (WS-MISS-SHOWN)
              MOVE BDM-PREDICTED TO WS-MS-PREDICTED (WS-MISS-SHOWN)
              MOVE BDM-ACTUAL TO WS-MS-ACTUAL (WS-MISS-SHOWN)
           END-IF.
      *
      *----------------------------------------------------------------
      *    H100-COMPUTE-METRICS DERIVES PRECISION, RECALL AND F1 FOR
      *    EACH DISPOSITION CLASS FROM THE SUBMISSION'S MATRIX, THE
      *    SAME WAY SCORECRD'S D000-COMPUTE-METRICS DOES.
      *----------------------------------------------------------------
       H100-COMPUTE-METRICS.
           PERFORM VARYING MET-IDX FROM 1 BY 1
                              UNTIL MET-IDX > DISP-CODE-COUNT
              MOVE ZERO TO WS-SUM-PRED
              MOVE ZERO TO WS-SUM-ACT
              SET WS-PRED-SUB TO MET-IDX

              PERFORM VARYING WS-ANS-SUB FROM 1 BY 1
                                 UNTIL WS-ANS-SUB > DISP-CODE-COUNT
                 ADD WS-CM-CELL (WS-PRED-SUB WS-ANS-SUB)
                    TO WS-SUM-PRED
              END-PERFORM

              SET WS-ANS-SUB TO MET-IDX
              PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                                 UNTIL WS-PRED-SUB > DISP-CODE-COUNT
                 ADD WS-CM-CELL (WS-PRED-SUB WS-ANS-SUB)
                    TO WS-SUM-ACT
              END-PERFORM

              SET WS-PRED-SUB TO MET-IDX
              SET WS-ANS-SUB TO MET-IDX
              MOVE WS-CM-CELL (WS-PRED-SUB WS-ANS-SUB) TO WS-TP

              IF WS-SUM-PRED > ZERO
                 COMPUTE WS-PRECISION (MET-IDX) ROUNDED =
                    WS-TP / WS-SUM-PRED
              ELSE
                 MOVE ZERO TO WS-PRECISION (MET-IDX)
              END-IF

              IF WS-SUM-ACT > ZERO
                 COMPUTE WS-RECALL (MET-IDX) ROUNDED =
                    WS-TP / WS-SUM-ACT
              ELSE
                 MOVE ZERO TO WS-RECALL (MET-IDX)
              END-IF

              IF WS-PRECISION (MET-IDX) + WS-RECALL (MET-IDX) > ZERO
                 COMPUTE WS-F1 (MET-IDX) ROUNDED =
                    2 * WS-PRECISION (MET-IDX) * WS-RECALL (MET-IDX)
                    / (WS-PRECISION (MET-IDX) + WS-RECALL (MET-IDX))
              ELSE
                 MOVE ZERO TO WS-F1 (MET-IDX)
              END-IF
           END-PERFORM.
      *
       H200-PRINT-MATRIX.
           PERFORM VARYING WS-ANS-SUB FROM 1 BY 1
                              UNTIL WS-ANS-SUB > 10
              MOVE SPACE TO MTXH-COL-GAP (WS-ANS-SUB)
              IF WS-ANS-SUB > DISP-CODE-COUNT
                 MOVE SPACES TO MTXH-COL-NAME (WS-ANS-SUB)
              ELSE
                 MOVE DISP-CODE-ENTRY (WS-ANS-SUB)
                    TO MTXH-COL-NAME (WS-ANS-SUB)
              END-IF
           END-PERFORM.
           MOVE WS-MTX-HDR TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                              UNTIL WS-PRED-SUB > DISP-CODE-COUNT
              MOVE DISP-CODE-ENTRY (WS-PRED-SUB) TO MTXD-PREDICTED
              PERFORM VARYING WS-ANS-SUB FROM 1 BY 1
                                 UNTIL WS-ANS-SUB > 10
                 MOVE SPACES TO MTXD-CELL-GAP (WS-ANS-SUB)
                 IF WS-ANS-SUB > DISP-CODE-COUNT
                    MOVE SPACES TO MTXD-CELL (WS-ANS-SUB)
                 ELSE
                    MOVE WS-CM-CELL (WS-PRED-SUB WS-ANS-SUB)
                       TO WS-EDIT-CELL
                    MOVE WS-EDIT-CELL TO MTXD-CELL (WS-ANS-SUB)
                 END-IF
              END-PERFORM
              MOVE WS-MTX-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    H300-PRINT-CATEGORIES PRINTS ONE LINE PER DISPOSITION: HOW
      *    MANY SCORED ROWS ACTUALLY CARRY IT (THE MATRIX COLUMN SUM),
      *    HOW MANY OF THOSE THE SUBMISSION GOT RIGHT, AND THE METRICS.
      *----------------------------------------------------------------
       H300-PRINT-CATEGORIES.
           MOVE WS-CAT-HDR TO REPORT-LINE.
           PERFORM W000-WRITE-LINE.
           PERFORM VARYING MET-IDX FROM 1 BY 1
                              UNTIL MET-IDX > DISP-CODE-COUNT
              MOVE ZERO TO WS-SUM-ACT
              SET WS-ANS-SUB TO MET-IDX
              PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                                 UNTIL WS-PRED-SUB > DISP-CODE-COUNT
                 ADD WS-CM-CELL (WS-PRED-SUB WS-ANS-SUB)
                    TO WS-SUM-ACT
              END-PERFORM
              SET WS-PRED-SUB TO MET-IDX
              MOVE WS-CM-CELL (WS-PRED-SUB WS-ANS-SUB) TO WS-TP

              MOVE DISP-CODE-ENTRY (MET-IDX) TO CATD-LABEL
              MOVE WS-SUM-ACT TO CATD-TOTAL
              MOVE WS-TP TO CATD-CORRECT
              IF WS-SUM-ACT > ZERO
                 COMPUTE CATD-PCT ROUNDED = WS-TP / WS-SUM-ACT * 100
              ELSE
                 MOVE ZERO TO CATD-PCT
              END-IF
              MOVE WS-PRECISION (MET-IDX) TO CATD-PRECISION
              MOVE WS-RECALL (MET-IDX) TO CATD-RECALL
              MOVE WS-F1 (MET-IDX) TO CATD-F1
              MOVE WS-CAT-DET TO REPORT-LINE
              PERFORM W000-WRITE-LINE
           END-PERFORM.
      *
      *----------------------------------------------------------------
      *    H400-PRINT-MISSED PRINTS THE SAMPLE OF KOIS THE SUBMISSION
      *    GOT WRONG, IN ANSWERS-MASTER ORDER, WITH THE FULL COUNT.
      *----------------------------------------------------------------
       H400-PRINT-MISSED.
           MOVE SPACES TO TXT-TEXT.
           STRING 'KOIS MISSED -- ' WS-MISS-COUNT ' IN ALL, FIRST '
              WS-MISS-SHOWN ' SHOWN'
              DELIMITED BY SIZE INTO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           IF WS-MISS-SHOWN > ZERO
              MOVE WS-MIS-HDR TO REPORT-LINE
              PERFORM W000-WRITE-LINE
              PERFORM VARYING WS-MISS-SUB FROM 1 BY 1
                                 UNTIL WS-MISS-SUB > WS-MISS-SHOWN
                 MOVE WS-MS-KOI-ID (WS-MISS-SUB) TO MISD-KOI-ID
                 MOVE WS-MS-PREDICTED (WS-MISS-SUB) TO MISD-PREDICTED
                 MOVE WS-MS-ACTUAL (WS-MISS-SUB) TO MISD-ACTUAL
                 MOVE WS-MIS-DET TO REPORT-LINE
                 PERFORM W000-WRITE-LINE
              END-PERFORM
           END-IF.
      *
      *----------------------------------------------------------------
      *    I000-PRINT-INTAKE LISTS EVERY ROW INTAKE DROPPED OR FLAGGED
      *    FOR THE CURRENT SUBMISSION, FROM THE NIGHT'S INTAKE LOG.
      *----------------------------------------------------------------
       I000-PRINT-INTAKE.
           MOVE 'ROWS DROPPED OR FLAGGED AT INTAKE' TO TXT-TEXT.
           PERFORM W200-WRITE-TEXT-LINE.
           MOVE ZERO TO WS-INTAKE-COUNT.
           MOVE SPACE TO WS-ILOG-EOF.
           OPEN INPUT INTKLOG.
           PERFORM I100-READ-INTKLOG.
           PERFORM UNTIL ILOG-AT-EOF
              IF ILOG-RUN-LABEL = WS-SUB-LABEL (SUB-IDX)
                 IF WS-INTAKE-COUNT = ZERO
                    MOVE WS-ILG-HDR TO REPORT-LINE
                    PERFORM W000-WRITE-LINE
                 END-IF
                 ADD 1 TO WS-INTAKE-COUNT
                 MOVE ILOG-ROW-NUMBER TO ILGD-ROW-NUMBER
                 MOVE ILOG-TYPE TO ILGD-TYPE
                 MOVE ILOG-KOI-ID TO ILGD-KOI-ID
                 MOVE ILOG-KEPT-VALUE TO ILGD-KEPT-VALUE
                 MOVE ILOG-DROPPED-VALUE TO ILGD-DROPPED-VALUE
                 MOVE WS-ILG-DET TO REPORT-LINE
                 PERFORM W000-WRITE-LINE
              END-IF
              PERFORM I100-READ-INTKLOG
           END-PERFORM.
           CLOSE INTKLOG.
           IF WS-INTAKE-COUNT = ZERO
              MOVE 'NONE.' TO TXT-TEXT
              PERFORM W200-WRITE-TEXT-LINE
           END-IF.
      *
       I100-READ-INTKLOG.
           READ INTKLOG
           AT END SET ILOG-AT-EOF TO TRUE
           END-READ.
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
           MOVE WS-RUN-DATE TO HDG1-RUN-DATE.
           MOVE WS-CUR-TEAM-ID TO HDG1-TEAM-ID.
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
      *
       COPY DISPLOAD.
