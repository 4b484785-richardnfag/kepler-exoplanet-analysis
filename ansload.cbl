      *    RUNREC.CPY) AS ITS LAST ACT -- MASTER RECORDS READ, KEYED
      *    RECORDS LOADED AND THE FINAL RETURN CODE -- SO THE RUNBAL
      *    BALANCING STEP CAN VERIFY THE NIGHT'S COUNTS TIE OUT.
      *    VERIFIES THE ANSWERS MASTER AGAINST ITS TRAILER CONTROL
      *    RECORD (SEE ATRREC.CPY / ATRCALC.CPY) BEFORE USING ANY ROW
      *    OF IT, ENDING WITH RETURN-CODE 16 WHEN THE ROWS ON THE FILE
      *    DO NOT MATCH IT, AND STOPS READING THE MASTER AT THE
      *    TRAILER.
      *
       ENVIRONMENT DIVISION.
      *

       WORKING-STORAGE SECTION.

       COPY ATRREC.

       01  WS-ANSMAST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-RUNCTL-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RUN-LABEL                   PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
      *
       A000-START.
           PERFORM Y500-VERIFY-ANSWERS.

           OPEN INPUT ANSWERS.
           OPEN OUTPUT ANSMAST.

       A000-READ-ANSWERS.
           READ ANSWERS
           AT END SET ANS-AT-EOF TO TRUE
           NOT AT END
              IF ANS-KOI-ID (1:1) = HIGH-VALUE
                 SET ANS-AT-EOF TO TRUE
              ELSE
                 ADD 1 TO COUNTER-READ
              END-IF
           END-READ.
      *
      *----------------------------------------------------------------
           MOVE SPACES TO RUNC-FILLER.
           WRITE RUNCTL-RECORD.
           CLOSE RUNCTL.
      *
       COPY ATRCALC.
