               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT TRANS-FILE 
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION INDEXED
               10  STUD-ID-3              PIC 9(3).
               10  STUD-ID-2              PIC 9(2).
               10  STUD-ID-4              PIC 9(4).
           05  STUDENT-NAME.
               10  LASTN                  PIC X(14).
               10  FIRSTN                 PIC X(10).
           05  FILLER                     PIC X(3).
           05  MAJOR-CODE                 PIC X(3).
           05  FILLER                     PIC X(3).
           05  FILLER                     PIC XX.
           05  STUDENT-KEY.
               10 STDNT-ID                PIC 9(9).
               10 REC-CNT                 PIC 9(3).
           05  DEPT                       PIC X(4).
           05  COURSE-NUM                 PIC X(4).
           05  COURSE-DESC                PIC X(24).
