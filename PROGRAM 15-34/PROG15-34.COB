               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
      * THE STUDENT'S COURSE ROWS, BUFFERED IN REC-CNT ORDER DURING
      * THE ONE WALK THAT ALSO FEEDS THE GPA ACCUMULATION, SO THE
      * TYPE-S RECORD CAN BE WRITTEN AHEAD OF ITS TYPE-C RECORDS.
      * TWO HUNDRED ENTRIES COVERS A FULL FOUR-YEAR TRANSCRIPT WITH
      * ROOM TO SPARE FOR RETAKES AND TRANSFER CREDIT.
      *
       01  COURSE-BUFFER.
           05  CB-ENTRY OCCURS 200 TIMES.
               10  CB-DEPT                PIC X(4).
               10  CB-COURSE-NUM          PIC X(4).
               10  CB-COURSE-DESC         PIC X(24).
               10  CB-GRADE               PIC X.
               10  CB-UNITS               PIC 9.
               10  CB-TERM-ID             PIC X(5).
       01  COURSE-BUFFER-COUNT           PIC 9(3) VALUE ZERO.
       01  COURSE-BUFFER-SUB             PIC 9(3).
      *
      * THE COURSE-TABLE REMEMBERS, FOR THE STUDENT CURRENTLY BEING
      * SCORED, HOW MANY UNITS/POINTS EACH DEPT+COURSE-NUM ATTEMPT
      *
       C30-COURSE-PARA.
           PERFORM C32-ACCUM-COURSE-PARA.
           IF COURSE-BUFFER-COUNT < 200
               ADD 1 TO COURSE-BUFFER-COUNT
               MOVE DEPT TO CB-DEPT (COURSE-BUFFER-COUNT)
               MOVE COURSE-NUM TO CB-COURSE-NUM (COURSE-BUFFER-COUNT)
