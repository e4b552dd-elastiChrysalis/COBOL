      * SKIPPED SO THE RUN CAN BE REPEATED SAFELY.  ROWS THAT CANNOT
      * POST - NO STUDENT MASTER, NO EQUIVALENCY ON FILE, NO FREE
      * REC-CNT - GO TO THE EXCEPTION REPORT (XFERERR.PRT) FOR THE
      * ADMISSIONS EVALUATOR TO RESOLVE.  EVERY CREDIT POSTED APPENDS
      * AN ADD ENTRY (AFTER IMAGE, JOB NAME, OPERATOR "BATCH", DATE
      * AND TIME) TO THE UPDJRNL.DAT UPDATE JOURNAL FOR THE
      * PROGRAM-15-46 REPLAY.
      *
      *
      *
               ASSIGN TO "STUDENT.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS STUDENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NAME WITH DUPLICATES.
           SELECT COURSE-FILE
               ASSIGN TO "COURSE.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES.
           SELECT JRNL-FILE
               ASSIGN TO "UPDJRNL.DAT"
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT EXCEPT-FILE
               ASSIGN TO "XFERERR.PRT".
      *
       COPY FDCOURSE OF LIBRARY.
      *
       COPY FDTRANS OF LIBRARY.
      *
       COPY FDJRNL OF LIBRARY.
      *
       FD  EXCEPT-FILE
             RECORD CONTAINS 80 CHARACTERS
           05  RUN-OK-SW              PIC X VALUE "N".
           05  ROW-OK-SW              PIC X VALUE "N".
           05  DUP-SW                 PIC X VALUE "N".
           05  FREE-REC-CNT           PIC 9(3) VALUE ZERO.
           05  NEXT-REC-CNT           PIC 9(4).
           05  SLOT-EOF-SW            PIC X VALUE "N".
      *
       01  XFR-FILE-STATUS            PIC XX.
       01  EQV-FILE-STATUS            PIC XX.
       01  CRS-FILE-STATUS            PIC XX.
       01  JRN-FILE-STATUS            PIC XX.
       01  COURSE-FILE-SW             PIC X VALUE "N".
      *
       01  RUN-COUNTERS.
                       MOVE "N" TO COURSE-FILE-SW
                   END-IF
                   OPEN I-O IND-TRANS-FILE
                   OPEN EXTEND JRNL-FILE
                   IF JRN-FILE-STATUS = "35"
                       OPEN OUTPUT JRNL-FILE
                   END-IF
                   OPEN OUTPUT EXCEPT-FILE
                   MOVE "Y" TO RUN-OK-SW
                   MOVE EXCEPT-HEADING TO EXCEPT-REC
               END-READ
           END-IF.
      *
      * WALKS THE STUDENT'S STUTRANS.DAI ROWS IN REC-CNT ORDER -
      * POSITIONED AT THE LOWEST POSSIBLE KEY (REC-CNT ZERO) AND READ
      * FORWARD UNTIL THE STDNT-ID CHANGES.  THE FIRST REC-CNT
      * MISSING FROM THE RUN 1, 2, 3, ... BECOMES THE SLOT THE CREDIT
      * WILL TAKE, AND A "T" ROW ALREADY ON FILE FOR THE SAME
      * DEPT+COURSE-NUM MARKS THE CREDIT ALREADY POSTED.
      *
       C30-POST-ROW-PARA.
           MOVE ZERO TO FREE-REC-CNT.
           MOVE 1 TO NEXT-REC-CNT.
           MOVE "N" TO DUP-SW.
           MOVE "N" TO SLOT-EOF-SW.
           MOVE TX-STUDENT-ID TO STDNT-ID.
           MOVE ZERO TO REC-CNT.
           START IND-TRANS-FILE KEY NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO SLOT-EOF-SW
           END-START.
           PERFORM C32-NEXT-SLOT-PARA
               UNTIL SLOT-EOF-SW = "Y" OR DUP-SW = "Y".
           IF FREE-REC-CNT = ZERO AND NEXT-REC-CNT NOT > 999
               MOVE NEXT-REC-CNT TO FREE-REC-CNT
           END-IF.
           IF DUP-SW = "Y"
               ADD 1 TO ALREADY-COUNT
           ELSE
               IF FREE-REC-CNT = ZERO
                   MOVE "NO FREE REC-CNT:    " TO ED-LABEL
                   PERFORM C80-REJECT-PARA
               ELSE
                   PERFORM C40-WRITE-CREDIT-PARA
           END-IF.
      *
      *
       C32-NEXT-SLOT-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SLOT-EOF-SW
               NOT AT END
                   IF STDNT-ID NOT = TX-STUDENT-ID
                       MOVE "Y" TO SLOT-EOF-SW
                   ELSE
                       IF FREE-REC-CNT = ZERO AND
                          REC-CNT > NEXT-REC-CNT
                           MOVE NEXT-REC-CNT TO FREE-REC-CNT
                       END-IF
                       MOVE REC-CNT TO NEXT-REC-CNT
                       ADD 1 TO NEXT-REC-CNT
                       IF DEPT = EQ-DEPT AND
                          COURSE-NUM = EQ-COURSE-NUM AND
                          GRADE = "T"
                           MOVE "Y" TO DUP-SW
                       END-IF
                   END-IF
           END-READ.
      *
                   DISPLAY "INVALID TRANS KEY FOR " STDNT-ID
               NOT INVALID KEY
                   ADD 1 TO POST-COUNT
                   PERFORM C70-JOURNAL-PARA
           END-WRITE.
      *
      * ONE UPDJRNL.DAT ADD ENTRY PER CREDIT POSTED - NO BEFORE IMAGE,
      * THE NEW ROW AS THE AFTER IMAGE.
      *
       C70-JOURNAL-PARA.
           MOVE SPACES TO JRNL-REC.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE "PROG1527" TO JR-PROGRAM.
           MOVE "BATCH" TO JR-OPERATOR-ID.
           MOVE "T" TO JR-FILE-CODE.
           MOVE "A" TO JR-ACTION.
           MOVE STUDENT-KEY TO JR-KEY.
           MOVE TRANS-REC TO JR-AFTER-IMAGE.
           WRITE JRNL-REC.
      *
      *
       C80-REJECT-PARA.
           MOVE "N" TO ROW-OK-SW.
                     EQUIV-FILE
                     IND-STUD-FILE
                     IND-TRANS-FILE
                     JRNL-FILE
                     EXCEPT-FILE
           END-IF.
