      * SO IT GOES STRAIGHT INTO A WINDOW ENVELOPE; STUDENTS WHO
      * NEEDED A NOTICE BUT HAVE NO USABLE MAILING ADDRESS ARE
      * FLAGGED ON THE PAGE AND LISTED TOGETHER AT END OF JOB SO THE
      * RECORDS OFFICE CAN CHASE THE ADDRESSES DOWN.  ENTRIES THE
      * PROGRAM-15-37 DUPLICATE-ID MERGE LOGS (AUD-ENTRY-TYPE M) RECORD
      * A COURSE ROW MOVING TO ANOTHER ID, NOT A GRADE CHANGE, AND
      * NEVER GENERATE A NOTICE.
      *
      *
      *
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
      *
       01  SORT-REC.
           05  SA-STDNT-ID              PIC 9(9).
           05  SA-REC-CNT               PIC 9(3).
           05  SA-OLD-GRADE             PIC X.
           05  SA-NEW-GRADE             PIC X.
           05  SA-DATE                  PIC 9(8).
               NOT AT END
                   IF AUD-DATE NOT < FROM-DATE
                           AND AUD-DATE NOT > THRU-DATE
                           AND AUD-ENTRY-TYPE NOT = "M"
                       PERFORM C20-RELEASE-ENTRY-PARA
                   END-IF
           END-READ.
