      *****************************************************************
      *  AUTTAB.CPY                                                   *
      *  THE AUTHORIZED SUBMITTERS LOADED FROM THE AUTHUSR CONTROL     *
      *  FILE (SEE AUTREC.CPY), AND THE WORK AREA THE Y900 PARAGRAPHS  *
      *  IN AUTLOAD.CPY LOAD AND CHECK THEM WITH. EACH USER'S          *
      *  DISPOSITION FLAGS LINE UP WITH THE ENTRIES OF                 *
      *  DISP-CODE-ENTRY (SEE DISPCODE.CPY), SO THE DISPOSITION LIST   *
      *  MUST BE LOADED BEFORE THE AUTHORITY FILE. THE TABLE HOLDS UP  *
      *  TO 100 USERS.                                                 *
      *****************************************************************
       01  AUTH-USER-COUNT         PIC 9(03) VALUE ZERO.
       01  AUTH-USER-TABLE.
           05  AUTH-USER-ENTRY OCCURS 100 TIMES.
               10  AUTH-USER-ID       PIC X(08).
               10  AUTH-ROLE          PIC X(07).
               10  AUTH-ALL-DISP-SW   PIC X(01).
                   88  AUTH-ALL-DISP  VALUE 'Y'.
               10  AUTH-DISP-FLAGS.
                   15  AUTH-DISP-SW   PIC X(01) OCCURS 10 TIMES.
                       88  AUTH-DISP-ALLOWED VALUE 'Y'.

      *----------------------------------------------------------------
      *    THE CALLER MOVES THE USER, THE ROLE BEING EXERCISED (MAKER
      *    OR CHECKER) AND UP TO TWO DISPOSITIONS THE CHANGE TOUCHES
      *    (SPACES WHEN ONLY ONE, OR NONE, APPLIES) INTO
      *    WS-AUTH-CHECK BEFORE PERFORMING Y950-CHECK-AUTHORITY, WHICH
      *    SETS AUTH-GRANTED OR AUTH-DENIED.
      *----------------------------------------------------------------
       01  WS-AUTH-LOAD-WORK.
           05  WS-AUF-EOF             PIC A(1) VALUE SPACE.
               88  AUF-AT-EOF         VALUE 'Y'.
           05  WS-AUF-SUB             PIC 9(3) VALUE ZERO.
           05  WS-AUF-FOUND           PIC 9(3) VALUE ZERO.
           05  WS-AUF-CODE-SUB        PIC 9(2) VALUE ZERO.
           05  WS-AUF-CHECK-SUB       PIC 9(1) VALUE ZERO.
       01  WS-AUTH-CHECK.
           05  WS-AUTH-CHECK-USER     PIC X(08) VALUE SPACES.
           05  WS-AUTH-CHECK-ROLE     PIC X(07) VALUE SPACES.
           05  WS-AUTH-CHECK-DISP     PIC X(15) OCCURS 2 TIMES.
           05  WS-AUTH-RESULT-SW      PIC X(01) VALUE 'N'.
               88  AUTH-GRANTED       VALUE 'Y'.
               88  AUTH-DENIED        VALUE 'N'.
