               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT TERMCTL-FILE
               ASSIGN TO "TERMCTL.DAI"
               ORGANIZATION IS INDEXED
