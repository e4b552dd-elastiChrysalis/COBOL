      * BEFORE LETTING A TRANSCRIPT, EXTRACT ROW, OR GRADUATION
      * CANDIDACY OUT THE DOOR.  ENTRY IS GUARDED BY THE
      * PROGRAM-15-31 SIGN-ON - ANY ACTIVE OPERATOR QUALIFIES, SINCE
      * HOLDS ARE PLACED BY SEVERAL DIFFERENT OFFICES, EXCEPT A
      * VIEW-ONLY (ROLE V) OPERATOR.
      *
      *
      *
