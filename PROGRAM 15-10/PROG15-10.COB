      * EXPECT, SO THE NEXT REBUILD STARTS FROM WHAT IS REALLY ON THE
      * INDEXED FILES.  RECORD COUNTS FOR BOTH FILES ARE DISPLAYED AT
      * END OF JOB SO THE UNLOAD CAN BE BALANCED AGAINST THE INDEXED
      * FILES BEFORE CUTTING OVER, TOGETHER WITH THE DATE AND TIME THE
      * UNLOAD STARTED - THE START POINT TO KEY INTO THE PROGRAM-15-46
      * JOURNAL REPLAY IF THE FILES EVER HAVE TO BE RESTORED FROM IT.
      *
      *
      *
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
       01  SEQ-STUD-REC               PIC X(70).
      *
       FD  SEQ-TRANS-FILE
             RECORD CONTAINS 53 CHARACTERS
             LABEL RECORDS ARE OMITTED
             DATA RECORD IS SEQ-TRANS-REC.
      *
       01  SEQ-TRANS-REC              PIC X(53).
      *
      *
      *
           05  TRANS-OUT-COUNT        PIC 9(7) VALUE ZERO.
           05  COUNT-EDIT             PIC ZZZZZZ9.
      *
      * TAKEN AS THE FILES ARE OPENED, SO ANY UPDATE JOURNALED WHILE
      * THE UNLOAD WAS RUNNING FALLS ON OR AFTER IT AND IS REPLAYED.
      *
       01  UNLOAD-DATE                PIC 9(8).
       01  UNLOAD-TIME.
           05  UT-HHMMSS              PIC 9(6).
           05  UT-HUNDREDTHS          PIC 9(2).
      *
      *
      *
       PROCEDURE DIVISION.
      *
      *
       B10-OPEN-PARA.
           ACCEPT UNLOAD-DATE FROM DATE YYYYMMDD.
           ACCEPT UNLOAD-TIME FROM TIME.
           OPEN INPUT IND-STUD-FILE
                      IND-TRANS-FILE
                OUTPUT SEQ-STUD-FILE
           DISPLAY "STUDENT RECORDS UNLOADED:     " COUNT-EDIT.
           MOVE TRANS-OUT-COUNT TO COUNT-EDIT.
           DISPLAY "TRANSACTION RECORDS UNLOADED: " COUNT-EDIT.
           DISPLAY "UNLOAD STARTED (DATE TIME):   " UNLOAD-DATE " "
               UT-HHMMSS.
