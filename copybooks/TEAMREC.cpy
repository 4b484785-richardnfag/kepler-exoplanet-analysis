      *****************************************************************
      *  TEAMREC.CPY                                                  *
      *  ONE TEAM-MASTER RECORD: A RUN-LABEL PREFIX AND THE TEAM THAT  *
      *  SUBMITS UNDER IT -- A SHORT TEAM ID (WHICH ALSO NAMES THE     *
      *  TEAM'S STATEMENT FILE), THE TEAM NAME AND A CONTACT FOR THE   *
      *  STATEMENT TO GO TO. A RUN LABEL BELONGS TO THE TEAM WHOSE     *
      *  PREFIX IT BEGINS WITH, THE LONGEST PREFIX WINNING, SO ONE     *
      *  RECORD COVERS EVERY LABEL A TEAM SUBMITS UNDER (E.G. PREFIX   *
      *  'ASTRO-' COVERS ASTRO-V1, ASTRO-V2 ...). A TEAM SUBMITTING    *
      *  UNDER UNRELATED LABELS CARRIES ONE RECORD PER PREFIX, ALL     *
      *  WITH THE SAME TEAM ID. MAINTAINED BY HAND LIKE THE SUBLIST    *
      *  AND WEIGHTS CONTROL FILES; READ BY TEAMSTMT.                  *
      *****************************************************************
       01  TEAM-RECORD.
           05  TEAM-LABEL-PREFIX      PIC X(20).
           05  TEAM-ID                PIC X(08).
           05  TEAM-NAME              PIC X(24).
           05  TEAM-CONTACT           PIC X(28).
