      *    READS THE RUN-HISTORY FILE APPENDED TO BY EVALUAT AND SHOWS
      *    WHETHER ACCURACY IS IMPROVING OR REGRESSING ACROSS
      *    SUCCESSIVE MODEL SUBMISSIONS.
      *    BREAKS THE TREND AT EVERY CHANGE OF TRUTH GENERATION ON THE
      *    RUN HISTORY (SEE HISTREC.CPY / GENREC.CPY): EACH STRETCH OF
      *    RUNS SCORED AGAINST THE SAME ANSWERS MASTER GENERATION IS
      *    HEADED WITH THE GENERATION NUMBER AND ITS EFFECTIVE DATE
      *    FROM THE TRUTH-GENERATION CATALOG, AND THE FIRST RUN AFTER A
      *    BREAK IS NOT MARKED IMPROVING OR REGRESSING AGAINST THE RUN
      *    BEFORE IT, SO A JUMP CAUSED BY A TRUTH REFRESH IS NOT READ
      *    AS A MODEL IMPROVEMENT. HISTORY RECORDS WRITTEN BEFORE THE
      *    CATALOG EXISTED COUNT AS GENERATION 000.
      *
       ENVIRONMENT DIVISION.
      *
       FILE-CONTROL.

           SELECT HISTORY ASSIGN TO HISTORY.
           SELECT OPTIONAL TRUTHCAT ASSIGN TO TRUTHCAT.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY HISTREC.

      *----------------------------------------------------------------
      *    TRUTHCAT IS THE TRUTH-GENERATION CATALOG ANSPROM KEEPS. ONLY
      *    THE EFFECTIVE DATES ARE TAKEN FROM IT, FOR THE GENERATION
      *    HEADINGS; WITHOUT IT THE HEADINGS CARRY NO DATE.
      *----------------------------------------------------------------
       FD  TRUTHCAT RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY GENREC.

       WORKING-STORAGE SECTION.

       01  WS-EOF                         PIC A(01) VALUE SPACE.
       01  WS-HAVE-PREV                   PIC X(01) VALUE 'N'.
           88  HAVE-PREVIOUS-RUN          VALUE 'Y'.

      *----------------------------------------------------------------
      *    TRUTH-GENERATION BREAK CONTROL. THE EFFECTIVE-DATE TABLE IS
      *    SUBSCRIPTED BY GENERATION NUMBER.
      *----------------------------------------------------------------
       01  WS-CAT-EOF                     PIC A(01) VALUE SPACE.
           88  CAT-AT-EOF                 VALUE 'Y'.
       01  WS-CURR-GEN                    PIC 9(3) VALUE ZERO.
       01  WS-PREV-GEN                    PIC 9(3) VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-EFF-DATE            PIC 9(8) VALUE ZERO
                                          OCCURS 999 TIMES.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM A100-LOAD-CATALOG.

           OPEN INPUT HISTORY.

           DISPLAY ' '.
           PERFORM UNTIL AT-EOF
              ADD 1 TO WS-RUN-COUNT
              PERFORM B000-COMPUTE-ACCURACY
              PERFORM B100-SET-GENERATION
              IF WS-RUN-COUNT = 1 OR WS-CURR-GEN NOT = WS-PREV-GEN
                 PERFORM C100-DISPLAY-GEN-BREAK
              END-IF
              PERFORM C000-DISPLAY-RUN
              MOVE WS-CURR-ACCURACY TO WS-PREV-ACCURACY
              MOVE WS-CURR-GEN TO WS-PREV-GEN
              SET HAVE-PREVIOUS-RUN TO TRUE
              PERFORM A000-READ-HISTORY
           END-PERFORM.
           END-READ.
      *
      *----------------------------------------------------------------
      *    A100-LOAD-CATALOG FILES EACH CATALOGUED GENERATION'S
      *    EFFECTIVE DATE UNDER ITS GENERATION NUMBER.
      *----------------------------------------------------------------
       A100-LOAD-CATALOG.
           OPEN INPUT TRUTHCAT.
           PERFORM A200-READ-CATALOG.
           PERFORM UNTIL CAT-AT-EOF
              IF GEN-NUMBER NUMERIC AND GEN-NUMBER > ZERO
                 MOVE GEN-EFFECTIVE-DATE
                    TO WS-GEN-EFF-DATE (GEN-NUMBER)
              END-IF
              PERFORM A200-READ-CATALOG
           END-PERFORM.
           CLOSE TRUTHCAT.
      *
       A200-READ-CATALOG.
           READ TRUTHCAT
           AT END SET CAT-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    B000-COMPUTE-ACCURACY DERIVES THIS RUN'S ACCURACY PERCENTAGE
      *    FROM ITS STORED COUNTERS.
      *----------------------------------------------------------------
           END-IF.
      *
      *----------------------------------------------------------------
      *    B100-SET-GENERATION TAKES THE RUN'S TRUTH GENERATION; A
      *    RECORD FROM BEFORE THE CATALOG CARRIES SPACES AND COUNTS AS
      *    GENERATION 000.
      *----------------------------------------------------------------
       B100-SET-GENERATION.
           IF HIST-TRUTH-GEN NUMERIC
              MOVE HIST-TRUTH-GEN TO WS-CURR-GEN
           ELSE
              MOVE ZERO TO WS-CURR-GEN
           END-IF.
      *
      *----------------------------------------------------------------
      *    C000-DISPLAY-RUN PRINTS ONE HISTORY ROW AND, FROM THE
      *    SECOND ROW ON, WHETHER IT IMPROVED, REGRESSED OR HELD
      *    STEADY AGAINST THE PREVIOUS RUN.
           ELSE
              DISPLAY ' '
           END-IF.
      *
      *----------------------------------------------------------------
      *    C100-DISPLAY-GEN-BREAK HEADS A NEW STRETCH OF RUNS SCORED
      *    AGAINST ONE TRUTH GENERATION, AND DROPS THE PREVIOUS RUN SO
      *    THE FIRST RUN UNDER THE NEW GENERATION IS NOT COMPARED WITH
      *    A RUN SCORED AGAINST A DIFFERENT TRUTH.
      *----------------------------------------------------------------
       C100-DISPLAY-GEN-BREAK.
           DISPLAY ' '.
           EVALUATE TRUE
              WHEN WS-CURR-GEN = ZERO
                 DISPLAY '--- TRUTH GENERATION 000 (NOT ON THE TRUTH '
                    'CATALOG) ---'
              WHEN WS-GEN-EFF-DATE (WS-CURR-GEN) = ZERO
                 DISPLAY '--- TRUTH GENERATION ' WS-CURR-GEN ' ---'
              WHEN OTHER
                 DISPLAY '--- TRUTH GENERATION ' WS-CURR-GEN
                    ', EFFECTIVE ' WS-GEN-EFF-DATE (WS-CURR-GEN) ' ---'
           END-EVALUATE.
           IF HAVE-PREVIOUS-RUN
              DISPLAY '    (TRUTH REFRESHED -- FIRST RUN BELOW NOT '
                 'COMPARED WITH THE RUN BEFORE IT)'
              MOVE 'N' TO WS-HAVE-PREV
           END-IF.
