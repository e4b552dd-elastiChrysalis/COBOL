      * 15-12, 15-28, 15-30) AND THE BATCH GRADE-SHEET LOAD (15-25)
      * CALL THIS PROGRAM BEFORE ALLOWING ANY CHANGE, PASSING THE
      * ROLE THE CHANGE REQUIRES IN SN-ROLE-REQUIRED (R = REGISTRAR,
      * S = RECORDS, SPACE = ANY ACTIVE OPERATOR WITH UPDATE RIGHTS).
      * THE OPERATOR GETS THREE TRIES TO KEY AN ID AND PASSWORD THAT
      * MATCH AN ACTIVE OPERMAST.DAI RECORD WHOSE ROLE SATISFIES THE
      * REQUIREMENT (AN ADMINISTRATOR, ROLE A, SATISFIES EVERYTHING).
      * A VIEW-ONLY OPERATOR (ROLE V) SATISFIES NOTHING BUT A
      * REQUIREMENT OF V, WHICH EVERY ACTIVE OPERATOR SATISFIES - THE
      * PROGRAM-15-48 STUDENT INQUIRY ASKS FOR V.  EACH WRONG
      * PASSWORD BUMPS THE RECORD'S OP-FAIL-COUNT; AT THREE THE ID IS
      * LOCKED (OP-ACTIVE "L") UNTIL AN ADMINISTRATOR UNLOCKS IT IN
      * PROGRAM-15-30.  A GOOD SIGN-ON RESETS THE FAIL COUNT AND
      * RETURNS THE VERIFIED ID IN SN-OPERATOR-ID - THAT VERIFIED ID,
      * NOT A TYPED ONE, IS WHAT THE CALLERS PUT IN AUD-OPERATOR-ID.
      * SN-STATUS COMES BACK "Y" ON SUCCESS, "N" ON ANYTHING ELSE.
      * OTHER LOOKUP-ONLY PROGRAMS DO NOT CALL THIS AT ALL; THE
      * PROGRAM-15-48 INQUIRY DOES BECAUSE IT SHOWS ADDRESSES AND
      * HOLDS ON ONE SCREEN.
      *
      *
      *
                   DISPLAY "*** OPERATOR ID IS NOT ACTIVE ***"
               WHEN OP-PASSWORD NOT = PASSWORD-IN
                   PERFORM C20-BAD-PASSWORD-PARA
               WHEN OP-ROLE = "V" AND SN-ROLE-REQUIRED NOT = "V"
                   DISPLAY "*** NOT AUTHORIZED FOR THIS FUNCTION ***"
               WHEN SN-ROLE-REQUIRED NOT = SPACE AND
                       SN-ROLE-REQUIRED NOT = "V" AND
                       OP-ROLE NOT = SN-ROLE-REQUIRED AND
                       OP-ROLE NOT = "A"
                   DISPLAY "*** NOT AUTHORIZED FOR THIS FUNCTION ***"
