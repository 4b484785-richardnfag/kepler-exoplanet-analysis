       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ANSVRFY.
       AUTHOR.        RICHARD DO NASCIMENTO FAGUNDES.
      *
      * MODIFICATION HISTORY.
      *    CHECKS ANY GENERATION OF THE ANSWERS MASTER AGAINST ITS
      *    TRAILER CONTROL RECORD (SEE ATRREC.CPY / ATRCALC.CPY), SO
      *    THE OPERATORS CAN PROVE A NEWANS, NEWMAST OR ASOFANS FILE
      *    (OR THE PRODUCTION MASTER ITSELF) IS INTACT BEFORE IT IS
      *    SWAPPED IN OR SCORED AGAINST -- POINT THE ANSWERS DD AT THE
      *    GENERATION TO CHECK. LISTS WHO WROTE THE TRAILER AND WHEN,
      *    AND THE TRAILER'S RECORD COUNT, CONTENT HASH AND COUNT PER
      *    DISPOSITION BESIDE THE SAME TOTALS RECOMPUTED FROM THE ROWS
      *    (EACH DISPOSITION SLOT NAMED BY THE DESCRIPTION IT HOLDS).
      *    ENDS WITH RETURN-CODE 0 WHEN THE FILE AGREES WITH ITS
      *    TRAILER AND 16 WHEN IT DOES NOT OR HAS NONE.
      *    WITH ANSVRFY_STAMP SET TO Y IT INSTEAD CONVERTS A MASTER
      *    WRITTEN BEFORE TRAILERS WERE INTRODUCED: THE ROWS ARE COPIED
      *    UNCHANGED TO STAMPED AND A TRAILER IS ADDED, SHOWING ANSVRFY
      *    AS THE WRITING PROGRAM. A MASTER THAT ALREADY CARRIES A
      *    TRAILER IS NEVER RESTAMPED -- THE RUN ENDS WITH RETURN-CODE
      *    16 -- SO THE UTILITY CANNOT BE USED TO BLESS A HAND-EDITED
      *    GENERATION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANSWERS ASSIGN TO ANSWERS.
           SELECT STAMPED ASSIGN TO STAMPED.

       DATA DIVISION.
       FILE SECTION.

       FD  ANSWERS RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==ANS-RECORD==
                              ==:PFX:== BY ==ANS==.

      *----------------------------------------------------------------
      *    STAMPED RECEIVES THE CONVERTED MASTER IN STAMP MODE ONLY.
      *----------------------------------------------------------------
       FD  STAMPED RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
       COPY RESPREC REPLACING ==:REC:== BY ==STAMP-RECORD==
                              ==:PFX:== BY ==STAMP==.

       WORKING-STORAGE SECTION.

       COPY ATRREC.

       01  WS-STAMP-TEXT                  PIC X(01) VALUE SPACE.
           88  STAMP-MODE                 VALUE 'Y'.

       01  WS-ANS-EOF                     PIC A(1) VALUE SPACE.
           88  ANS-AT-EOF                 VALUE 'Y'.

       01  COUNTERS.
           05  COUNTER-READ               PIC 9(6) VALUE ZERO.
           05  COUNTER-WRITTEN            PIC 9(6) VALUE ZERO.


      ****************************************************************
      *                  PROCEDURE DIVISION                          *
      ****************************************************************
       PROCEDURE DIVISION.
      *
       A000-START.
           ACCEPT WS-STAMP-TEXT FROM ENVIRONMENT 'ANSVRFY_STAMP'.
           IF STAMP-MODE
              PERFORM C000-STAMP-MASTER
           ELSE
              PERFORM B000-VERIFY-MASTER
           END-IF.

           STOP RUN.
      *
      *----------------------------------------------------------------
      *    B000-VERIFY-MASTER RUNS THE SAME TRAILER CHECK EVERY READER
      *    OF THE MASTER RUNS, THEN LISTS THE TRAILER AND THE
      *    RECOMPUTED TOTALS SIDE BY SIDE. ONLY SLOTS WITH A COUNT ON
      *    EITHER SIDE ARE LISTED.
      *----------------------------------------------------------------
       B000-VERIFY-MASTER.
           PERFORM Y510-CHECK-ANSWERS.

           IF ATW-TRAILER-FOUND
              DISPLAY 'TRAILER WRITTEN BY ' ATR-PROGRAM ' ON '
                 ATR-DATE
              DISPLAY 'RECORD COUNT     TRAILER ' ATR-RECORD-COUNT
                 '     ROWS ' ATW-RECORD-COUNT
              DISPLAY 'CONTENT HASH     TRAILER ' ATR-HASH
                 '  ROWS ' ATW-HASH
              PERFORM VARYING ATW-SLOT FROM 1 BY 1
                                 UNTIL ATW-SLOT > 10
                 IF ATR-DISP-COUNT (ATW-SLOT) NOT = ZERO
                    OR ATW-DISP-COUNT (ATW-SLOT) NOT = ZERO
                    DISPLAY 'SLOT ' ATW-SLOT ' '
                       ATW-DISP-NAME (ATW-SLOT)
                       ' TRAILER ' ATR-DISP-COUNT (ATW-SLOT)
                       '     ROWS ' ATW-DISP-COUNT (ATW-SLOT)
                 END-IF
              END-PERFORM
           ELSE
              DISPLAY ATW-RECORD-COUNT ' rows read, no trailer'
           END-IF.

           IF ATW-FAILED
              DISPLAY '*** ANSWERS MASTER FAILS ITS TRAILER CHECK'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY 'ANSWERS MASTER AGREES WITH ITS TRAILER'
           END-IF.
      *
      *----------------------------------------------------------------
      *    C000-STAMP-MASTER COPIES A MASTER THAT HAS NO TRAILER TO
      *    STAMPED AND ENDS THE COPY WITH A TRAILER BUILT FROM THE ROWS
      *    COPIED. FINDING A TRAILER ALREADY ON THE INPUT ABORTS THE
      *    RUN; STAMPED IS THEN INCOMPLETE AND MUST NOT BE USED.
      *----------------------------------------------------------------
       C000-STAMP-MASTER.
           PERFORM Y600-RESET-TRAILER-TOTALS.
           MOVE 'ANSVRFY' TO ATW-STAMP-PROGRAM.

           OPEN INPUT ANSWERS.
           OPEN OUTPUT STAMPED.
           PERFORM C100-READ-ANSWERS.
           PERFORM UNTIL ANS-AT-EOF
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 DISPLAY '*** ANSWERS MASTER ALREADY CARRIES A '
                    'TRAILER -- NOT RESTAMPED -- RUN ABORTED'
                 CLOSE ANSWERS
                 CLOSE STAMPED
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE ANS-RECORD TO STAMP-RECORD
              WRITE STAMP-RECORD
              ADD 1 TO COUNTER-WRITTEN
              MOVE ANS-KOI-ID TO ATW-KOI-ID
              MOVE ANS-DESCRIPTION TO ATW-DESCRIPTION
              PERFORM Y610-ADD-TO-TRAILER-TOTALS
              PERFORM C100-READ-ANSWERS
           END-PERFORM.
           PERFORM Y700-BUILD-TRAILER.
           WRITE STAMP-RECORD FROM ANS-TRAILER-RECORD.
           CLOSE ANSWERS.
           CLOSE STAMPED.

           DISPLAY COUNTER-READ ' master rows read, '
              COUNTER-WRITTEN ' copied to STAMPED with a trailer'.
      *
       C100-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END ADD 1 TO COUNTER-READ
           END-READ.
      *
       COPY ATRCALC.
