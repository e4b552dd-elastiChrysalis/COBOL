      * WITH NO FREE SLOT ARE DISPLAYED AT END OF JOB FOR BALANCING.
      * A TERM PROGRAM-15-35 HAS STAMPED CLOSED IN TERMCTL.DAI IS
      * REFUSED OUTRIGHT - NOTHING NEW IS POSTED INTO A CLOSED TERM.
      * EVERY SHELL WRITTEN APPENDS AN ADD ENTRY (AFTER IMAGE, JOB
      * NAME, OPERATOR "BATCH", DATE AND TIME) TO THE UPDJRNL.DAT
      * UPDATE JOURNAL FOR THE PROGRAM-15-46 REPLAY.
      *
      *
      *
           SELECT IND-TRANS-FILE
               ASSIGN TO "STUTRANS.DAI"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE RECORD KEY IS STDNT-ID WITH DUPLICATES.
           SELECT TERMCTL-FILE
               ACCESS IS RANDOM
               RECORD KEY IS TC-TERM-ID
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT JRNL-FILE
               ASSIGN TO "UPDJRNL.DAT"
               FILE STATUS IS JRN-FILE-STATUS.
      *
      *
      *
       COPY FDTRANS OF LIBRARY.
      *
       COPY FDTERM OF LIBRARY.
      *
       COPY FDJRNL OF LIBRARY.
      *
      *
      *
      *
       01  EN-FILE-STATUS             PIC XX.
       01  TRM-FILE-STATUS            PIC XX.
       01  JRN-FILE-STATUS            PIC XX.
      *
       01  RUN-TERM-ID                PIC X(5).
      *
      * NEXT FREE REC-CNT FOUND ON STUTRANS.DAI FOR THE STUDENT BY
      * C30-FIND-SLOT-PARA (ZERO ONLY IF EVERY ONE OF THE 999 SLOTS
      * IS TAKEN), THE REC-CNT THE WALK EXPECTS TO FIND NEXT, AND THE
      * END-OF-STUDENT SWITCH FOR THE WALK.
      *
       01  FREE-REC-CNT               PIC 9(3) VALUE ZERO.
       01  NEXT-REC-CNT               PIC 9(4).
       01  SLOT-EOF-SW                PIC X VALUE "N".
      *
       01  RUN-COUNTERS.
           05  ENR-READ-COUNT         PIC 9(5) VALUE ZERO.
                   MOVE "Y" TO ENR-EOF-SW
               ELSE
                   OPEN I-O IND-TRANS-FILE
                   OPEN EXTEND JRNL-FILE
                   IF JRN-FILE-STATUS = "35"
                       OPEN OUTPUT JRNL-FILE
                   END-IF
               END-IF
           END-IF.
      *
               END-IF
           END-IF.
      *
      * WALKS THE STUDENT'S STUTRANS.DAI ROWS IN REC-CNT ORDER -
      * POSITIONED AT THE LOWEST POSSIBLE KEY (REC-CNT ZERO) AND READ
      * FORWARD UNTIL THE STDNT-ID CHANGES.  THE FIRST REC-CNT
      * MISSING FROM THE RUN 1, 2, 3, ... BECOMES THE SLOT THE SHELL
      * WILL TAKE, AND A ROW ALREADY ON FILE FOR THE SAME COURSE AND
      * TERM (A SHELL FROM AN EARLIER RUN, OR A GRADE ALREADY POSTED)
      * MARKS THE ENROLLMENT ALREADY DONE.
      *
       C30-FIND-SLOT-PARA.
           MOVE ZERO TO FREE-REC-CNT.
           MOVE 1 TO NEXT-REC-CNT.
           MOVE "N" TO DUP-SW.
           MOVE "N" TO SLOT-EOF-SW.
           MOVE EN-STDNT-ID TO STDNT-ID.
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
      *
      *
       C32-NEXT-SLOT-PARA.
           READ IND-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO SLOT-EOF-SW
               NOT AT END
                   IF STDNT-ID NOT = EN-STDNT-ID
                       MOVE "Y" TO SLOT-EOF-SW
                   ELSE
                       IF FREE-REC-CNT = ZERO AND
                          REC-CNT > NEXT-REC-CNT
                           MOVE NEXT-REC-CNT TO FREE-REC-CNT
                       END-IF
                       MOVE REC-CNT TO NEXT-REC-CNT
                       ADD 1 TO NEXT-REC-CNT
                       IF DEPT = EN-DEPT AND
                          COURSE-NUM = EN-COURSE-NUM AND
                          TERM-ID = EN-TERM-ID
                           MOVE "Y" TO DUP-SW
                       END-IF
                   END-IF
           END-READ.
      *
                   DISPLAY "INVALID TRANS KEY FOR " STDNT-ID
               NOT INVALID KEY
                   ADD 1 TO SHELL-COUNT
                   PERFORM C70-JOURNAL-PARA
           END-WRITE.
      *
      * ONE UPDJRNL.DAT ADD ENTRY PER SHELL - NO BEFORE IMAGE, THE NEW
      * ROW AS THE AFTER IMAGE.
      *
       C70-JOURNAL-PARA.
           MOVE SPACES TO JRNL-REC.
           ACCEPT JR-DATE FROM DATE YYYYMMDD.
           ACCEPT JR-TIME FROM TIME.
           MOVE "PROG1522" TO JR-PROGRAM.
           MOVE "BATCH" TO JR-OPERATOR-ID.
           MOVE "T" TO JR-FILE-CODE.
           MOVE "A" TO JR-ACTION.
           MOVE STUDENT-KEY TO JR-KEY.
           MOVE TRANS-REC TO JR-AFTER-IMAGE.
           WRITE JRNL-REC.
      *
      *
       B90-CLOSE-PARA.
           CLOSE ENROLL-FILE
                 IND-TRANS-FILE
                 JRNL-FILE.
