      *----------------------------------------------------------------
      *    Y900-LOAD-AUTHORITY LOADS THE AUTHORIZED SUBMITTERS FROM
      *    THE AUTHUSR CONTROL FILE BEFORE ANY CHANGE IS LOOKED AT.
      *    UNLIKE THE DISPOSITION LIST THERE IS NO BUILT-IN DEFAULT:
      *    AN ABSENT OR EMPTY FILE WOULD LET NOBODY PROPOSE OR APPROVE
      *    ANYTHING, SO IT ABORTS THE RUN, AS DOES A PRESENT BUT
      *    INVALID ONE (BLANK USER, UNKNOWN ROLE, A USER GIVEN TWO
      *    ROLES, A DISPOSITION NOT ON THE CODE LIST, MORE THAN 100
      *    USERS). Y000-LOAD-DISP-CODES MUST HAVE RUN FIRST. THE
      *    CALLER SUPPLIES THE AUTHUSR SELECT/FD (SEE AUTREC.CPY).
      *----------------------------------------------------------------
       Y900-LOAD-AUTHORITY.
           MOVE ZERO TO AUTH-USER-COUNT.
           OPEN INPUT AUTHUSR.
           PERFORM Y920-READ-AUTHUSR.
           IF AUF-AT-EOF
              CLOSE AUTHUSR
              DISPLAY '*** NO AUTHORIZED-SUBMITTER CONTROL FILE -- '
                 'NO CHANGE CAN BE PROPOSED OR APPROVED'
              PERFORM Y910-AUTH-ABORT
           END-IF.
           PERFORM UNTIL AUF-AT-EOF
              PERFORM Y930-STORE-AUTHORITY
              PERFORM Y920-READ-AUTHUSR
           END-PERFORM.
           CLOSE AUTHUSR.
      *
       Y910-AUTH-ABORT.
           DISPLAY '*** AUTHORIZED-SUBMITTER CONTROL FILE INVALID -- '
              'RUN ABORTED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
       Y920-READ-AUTHUSR.
           READ AUTHUSR
           AT END SET AUF-AT-EOF TO TRUE
           END-READ.
      *
      *----------------------------------------------------------------
      *    Y930-STORE-AUTHORITY FILES ONE CONTROL RECORD: THE USER IS
      *    ADDED ON FIRST SIGHT WITH NO DISPOSITIONS, AND EACH RECORD
      *    THEN GRANTS ONE DISPOSITION (OR ALL OF THEM).
      *----------------------------------------------------------------
       Y930-STORE-AUTHORITY.
           IF AUT-USER-ID = SPACES
              DISPLAY '*** BLANK USER ID ON AUTHORIZED-SUBMITTER FILE'
              CLOSE AUTHUSR
              PERFORM Y910-AUTH-ABORT
           END-IF.
           IF NOT AUT-ROLE-VALID
              DISPLAY '*** USER ' AUT-USER-ID ' HAS ROLE ' AUT-ROLE
                 ' -- MUST BE MAKER, CHECKER OR BOTH'
              CLOSE AUTHUSR
              PERFORM Y910-AUTH-ABORT
           END-IF.

           MOVE AUT-USER-ID TO WS-AUTH-CHECK-USER.
           PERFORM Y940-FIND-USER.
           IF WS-AUF-FOUND = ZERO
              IF AUTH-USER-COUNT = 100
                 DISPLAY '*** AUTHORIZED-SUBMITTER FILE NAMES MORE '
                    'THAN 100 USERS'
                 CLOSE AUTHUSR
                 PERFORM Y910-AUTH-ABORT
              END-IF
              ADD 1 TO AUTH-USER-COUNT
              MOVE AUTH-USER-COUNT TO WS-AUF-FOUND
              MOVE AUT-USER-ID TO AUTH-USER-ID (WS-AUF-FOUND)
              MOVE AUT-ROLE TO AUTH-ROLE (WS-AUF-FOUND)
              MOVE 'N' TO AUTH-ALL-DISP-SW (WS-AUF-FOUND)
              MOVE ALL 'N' TO AUTH-DISP-FLAGS (WS-AUF-FOUND)
           ELSE
              IF AUTH-ROLE (WS-AUF-FOUND) NOT = AUT-ROLE
                 DISPLAY '*** USER ' AUT-USER-ID ' IS GIVEN BOTH '
                    AUTH-ROLE (WS-AUF-FOUND) ' AND ' AUT-ROLE
                 CLOSE AUTHUSR
                 PERFORM Y910-AUTH-ABORT
              END-IF
           END-IF.

           IF AUT-DISPOSITION = 'ALL'
              MOVE 'Y' TO AUTH-ALL-DISP-SW (WS-AUF-FOUND)
           ELSE
              MOVE ZERO TO WS-AUF-CODE-SUB
              PERFORM VARYING WS-AUF-SUB FROM 1 BY 1
                         UNTIL WS-AUF-SUB > DISP-CODE-COUNT
                 IF DISP-CODE-ENTRY (WS-AUF-SUB) = AUT-DISPOSITION
                    MOVE WS-AUF-SUB TO WS-AUF-CODE-SUB
                 END-IF
              END-PERFORM
              IF WS-AUF-CODE-SUB = ZERO
                 DISPLAY '*** USER ' AUT-USER-ID ' IS GRANTED '
                    AUT-DISPOSITION ' -- NOT A DISPOSITION CODE'
                 CLOSE AUTHUSR
                 PERFORM Y910-AUTH-ABORT
              END-IF
              MOVE 'Y' TO AUTH-DISP-SW (WS-AUF-FOUND, WS-AUF-CODE-SUB)
           END-IF.
      *
      *----------------------------------------------------------------
      *    Y940-FIND-USER LOOKS WS-AUTH-CHECK-USER UP IN THE TABLE AND
      *    LEAVES ITS ENTRY NUMBER IN WS-AUF-FOUND, ZERO WHEN THE USER
      *    IS NOT ON IT. A BLANK USER IS NEVER FOUND.
      *----------------------------------------------------------------
       Y940-FIND-USER.
           MOVE ZERO TO WS-AUF-FOUND.
           IF WS-AUTH-CHECK-USER NOT = SPACES
              PERFORM VARYING WS-AUF-SUB FROM 1 BY 1
                         UNTIL WS-AUF-SUB > AUTH-USER-COUNT
                            OR WS-AUF-FOUND > ZERO
                 IF AUTH-USER-ID (WS-AUF-SUB) = WS-AUTH-CHECK-USER
                    MOVE WS-AUF-SUB TO WS-AUF-FOUND
                 END-IF
              END-PERFORM
           END-IF.
      *
      *----------------------------------------------------------------
      *    Y950-CHECK-AUTHORITY GRANTS WS-AUTH-CHECK-USER THE ROLE IN
      *    WS-AUTH-CHECK-ROLE ONLY WHEN THE USER IS ON THE FILE, HOLDS
      *    THAT ROLE OR BOTH, AND MAY CHANGE EVERY NON-BLANK
      *    DISPOSITION IN WS-AUTH-CHECK-DISP.
      *----------------------------------------------------------------
       Y950-CHECK-AUTHORITY.
           SET AUTH-DENIED TO TRUE.
           PERFORM Y940-FIND-USER.
           IF WS-AUF-FOUND > ZERO
              IF AUTH-ROLE (WS-AUF-FOUND) = 'BOTH'
                 OR AUTH-ROLE (WS-AUF-FOUND) = WS-AUTH-CHECK-ROLE
                 SET AUTH-GRANTED TO TRUE
                 PERFORM VARYING WS-AUF-CHECK-SUB FROM 1 BY 1
                            UNTIL WS-AUF-CHECK-SUB > 2
                    PERFORM Y960-CHECK-DISPOSITION
                 END-PERFORM
              END-IF
           END-IF.
      *
       Y960-CHECK-DISPOSITION.
           IF WS-AUTH-CHECK-DISP (WS-AUF-CHECK-SUB) NOT = SPACES
              AND NOT AUTH-ALL-DISP (WS-AUF-FOUND)
              MOVE ZERO TO WS-AUF-CODE-SUB
              PERFORM VARYING WS-AUF-SUB FROM 1 BY 1
                         UNTIL WS-AUF-SUB > DISP-CODE-COUNT
                 IF DISP-CODE-ENTRY (WS-AUF-SUB)
                    = WS-AUTH-CHECK-DISP (WS-AUF-CHECK-SUB)
                    MOVE WS-AUF-SUB TO WS-AUF-CODE-SUB
                 END-IF
              END-PERFORM
              IF WS-AUF-CODE-SUB = ZERO
                 SET AUTH-DENIED TO TRUE
              ELSE
                 IF NOT AUTH-DISP-ALLOWED (WS-AUF-FOUND,
                                           WS-AUF-CODE-SUB)
                    SET AUTH-DENIED TO TRUE
                 END-IF
              END-IF
           END-IF.
