      * ONLINE, THE SAME WAY PROGRAM-15-12 MAINTAINS THE STUDENT
      * MASTER.  THE OPERATOR KEYS THE ACTION CODE (A=ADD, C=CHANGE,
      * D=DELETE, X=EXIT) PLUS THE OPERATOR-ID, MAINTAINING THE NAME,
      * ROLE (R/S/V/A), ACTIVE FLAG (Y/N, OR L WHEN THE SIGN-ON STEP
      * HAS LOCKED THE ID - KEYING Y ON A CHANGE IS HOW AN
      * ADMINISTRATOR UNLOCKS IT), AND PASSWORD.  THE FUNCTION IS
      * ITSELF GUARDED BY THE PROGRAM-15-31 SIGN-ON REQUIRING THE
           MOVE OPERATOR-ID-HOLD TO OP-OPERATOR-ID.
           DISPLAY "NAME:" LINE 10 COLUMN 12.
           ACCEPT OP-NAME LINE 10 COLUMN 18.
           DISPLAY "ROLE (R/S/V/A):" LINE 11 COLUMN 12.
           ACCEPT OP-ROLE LINE 11 COLUMN 28.
           DISPLAY "ACTIVE (Y/N):" LINE 12 COLUMN 12.
           ACCEPT OP-ACTIVE LINE 12 COLUMN 26.
           DISPLAY "PASSWORD:" LINE 13 COLUMN 12.
           ACCEPT OP-NAME LINE 11 COLUMN 22.
           DISPLAY "CURRENT ROLE:" LINE 12 COLUMN 12.
           DISPLAY OP-ROLE LINE 12 COLUMN 26.
           DISPLAY "NEW ROLE (R/S/V/A):" LINE 13 COLUMN 12.
           ACCEPT OP-ROLE LINE 13 COLUMN 32.
           DISPLAY "CURRENT ACTIVE FLAG:" LINE 14 COLUMN 12.
           DISPLAY OP-ACTIVE LINE 14 COLUMN 33.
           DISPLAY "NEW ACTIVE FLAG (Y/N):" LINE 15 COLUMN 12.
