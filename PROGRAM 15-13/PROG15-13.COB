               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
