      * PROGRAM OPERATIONS:
      * 
      * 1  CREATES AN INDEXED EQUIVALENT OF THE STUDENT MASTER FILE
      *    (STUDENT-NUMBER IS THE KEY FIELD AND LAST NAME + FIRST
      *    NAME THE SECONDARY KEY).  A STUDENT.DAI BUILT BEFORE THE
      *    NAME KEY EXISTED IS BROUGHT UP TO DATE BY A PROGRAM-15-10
      *    UNLOAD AND A REBUILD HERE.
      * 2  CREATES AN INDEXED EQUIVALENT OF THE GRADE FILE
      *    (STUDENT-NUMBER + RECORD COUNT FOR PRIMARY KEY AND
      *    STUDENT-NUMBER AS THE SECONDARY KEY).
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT SEQ-TRANS-FILE
               ASSIGN TO "STUTRANS.DAT".
           SELECT IND-TRANS-FILE
      *       05  FILLER               PIC X(59).
      *
       FD  SEQ-TRANS-FILE
             RECORD CONTAINS 53 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS SEQ-TRANS-REC.
      *
       01  SEQ-TRANS-REC              PIC X(53).
      *
      * SHARES ITS LAYOUT WITH FDTRANS (THE SAME 53-BYTE STUTRANS.DAI
      * RECORD EVERY OTHER PROGRAM COPIES) - ONLY THE RECORD NAME AND
      * THE KEY GROUP'S NAMES ARE RENAMED TO MATCH THIS PROGRAM'S OWN
      * ALTERNATE KEY (STUDENT-T-ID/STUDENT-T-COUNT) INSTEAD OF
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ED-STUDENT-T-ID        PIC 9(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ED-STUDENT-T-COUNT     PIC 9(3).
           05  FILLER                 PIC X(44) VALUE SPACES.
      *
      *
      *
